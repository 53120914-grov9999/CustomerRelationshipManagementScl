       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS048.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112104 26/10/15 RPAZ  CREACION - CURSOR SOBRE LAS COBERTURAS*
      *                        VIGENTES DE SCT.COBERTURA PARA EL     *
      *                        CONTROL NOCTURNO SCLCB024.            *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LAS COBERTURAS EN      *
      *  ESTADO 'V' QUE NO TERMINARON, ORDENADAS POR AUSENTE Y FECHA *
      *  DESDE (MISMO PATRON QUE SCLCS033/SCLCS046).  LAS MARCAS DE  *
      *  INICIO, FIN Y EN CURSO SE CALCULAN CONTRA CURRENT DATE EN   *
      *  EL MISMO SELECT, PARA QUE EL BATCH NO DEPENDA DE LA FECHA   *
      *  DEL SISTEMA OPERATIVO.                                      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS048'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-IN-INICIA                 PIC X(01).
       01  WS-IN-TERMINA                PIC X(01).
       01  WS-IN-EN-CURSO               PIC X(01).
       COPY SCLTB038.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLCO031.
       PROCEDURE DIVISION USING SCLCO031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLCO031-FUNCION
               WHEN 'OPEN'
                   PERFORM 1000-ABRIR THRU 1000-ABRIR-EXIT
               WHEN 'FETCH'
                   PERFORM 2000-TRAER THRU 2000-TRAER-EXIT
               WHEN 'CLOSE'
                   PERFORM 3000-CERRAR THRU 3000-CERRAR-EXIT
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------*
      *    1000-ABRIR                                            *
      *----------------------------------------------------------*
       1000-ABRIR.
           MOVE SPACES TO SCLCO031-EOF
           MOVE SPACES TO SCLCO031-ERROR
           EXEC SQL
               DECLARE CO031CSR CURSOR FOR
                   SELECT COD_SCTA_AUSENTE, COD_SCTA_CUBRE,
                          FEC_DESDE, FEC_HASTA, COD_MOTIVO,
                          CASE WHEN DATE(FEC_DESDE) =
                                    CURRENT DATE + 1 DAY
                               THEN 'S' ELSE 'N' END,
                          CASE WHEN DATE(FEC_HASTA) = CURRENT DATE
                               THEN 'S' ELSE 'N' END,
                          CASE WHEN DATE(FEC_DESDE) <= CURRENT DATE
                               THEN 'S' ELSE 'N' END
                     FROM SCT.COBERTURA
                    WHERE IND_ESTADO = 'V'
                      AND DATE(FEC_HASTA) >= CURRENT DATE
                    ORDER BY COD_SCTA_AUSENTE, FEC_DESDE
           END-EXEC
           EXEC SQL
               OPEN CO031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH CO031CSR
                INTO :SCLTB038-COD-SCTA-AUSENTE,
                     :SCLTB038-COD-SCTA-CUBRE,
                     :SCLTB038-FEC-DESDE,
                     :SCLTB038-FEC-HASTA,
                     :SCLTB038-COD-MOTIVO,
                     :WS-IN-INICIA,
                     :WS-IN-TERMINA,
                     :WS-IN-EN-CURSO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB038-COD-SCTA-AUSENTE
                                    TO SCLCO031-COD-SCTA-AUSENTE
                   MOVE SCLTB038-COD-SCTA-CUBRE
                                    TO SCLCO031-COD-SCTA-CUBRE
                   MOVE SCLTB038-FEC-DESDE
                                    TO SCLCO031-FEC-DESDE
                   MOVE SCLTB038-FEC-HASTA
                                    TO SCLCO031-FEC-HASTA
                   MOVE SCLTB038-COD-MOTIVO
                                    TO SCLCO031-COD-MOTIVO
                   MOVE WS-IN-INICIA    TO SCLCO031-IN-INICIA
                   MOVE WS-IN-TERMINA   TO SCLCO031-IN-TERMINA
                   MOVE WS-IN-EN-CURSO  TO SCLCO031-IN-EN-CURSO
               WHEN 100
                   MOVE 'S' TO SCLCO031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE CO-ERROR   *
      *    ADEMAS DE CO-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE CO031CSR'
           MOVE 'S' TO SCLCO031-EOF
           MOVE 'S' TO SCLCO031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE CO031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
