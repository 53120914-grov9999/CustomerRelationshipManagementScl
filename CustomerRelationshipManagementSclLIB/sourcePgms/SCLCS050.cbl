       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS050.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112105 26/10/15 RPAZ  CREACION - CURSOR SOBRE LAS BAJAS DE  *
      *                        SECTORISTA APROBADAS EN SCT.BAJA_PEND *
      *                        EN LOS ULTIMOS N DIAS, PARA QUE LA    *
      *                        RECERTIFICACION (SCLCB025) DETECTE A  *
      *                        QUIEN APRUEBA BAJAS DE SU PROPIO      *
      *                        EQUIPO.                               *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LAS SOLICITUDES EN     *
      *  ESTADO 'A' CUYA FECHA DE RESOLUCION CAE EN LOS ULTIMOS      *
      *  SCLBA031-DIAS DIAS, ORDENADAS POR USUARIO APROBADOR (MISMO  *
      *  PATRON QUE SCLCS046).                                       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS050'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-DIAS                      PIC S9(05) COMP-3 VALUE ZERO.
       COPY SCLTB036.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLBA031.
       PROCEDURE DIVISION USING SCLBA031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLBA031-FUNCION
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
           MOVE SPACES TO SCLBA031-EOF
           MOVE SPACES TO SCLBA031-ERROR
           MOVE SCLBA031-DIAS TO WS-DIAS
           EXEC SQL
               DECLARE BA031CSR CURSOR FOR
                   SELECT COD_SCTA_9, USUARIO_SOLICITA,
                          USUARIO_RESUELVE,
                          CHAR(FEC_RESOLUCION, ISO)
                     FROM SCT.BAJA_PEND
                    WHERE IND_ESTADO = 'A'
                      AND FEC_RESOLUCION >=
                          CURRENT DATE - :WS-DIAS DAYS
                    ORDER BY USUARIO_RESUELVE, FEC_RESOLUCION
           END-EXEC
           EXEC SQL
               OPEN BA031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH BA031CSR
                INTO :SCLTB036-COD-SCTA-9,
                     :SCLTB036-USUARIO-SOLICITA,
                     :SCLTB036-USUARIO-RESUELVE,
                     :SCLTB036-FEC-RESOLUCION
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB036-COD-SCTA-9
                                    TO SCLBA031-COD-SCTA-9
                   MOVE SCLTB036-USUARIO-SOLICITA
                                    TO SCLBA031-USUARIO-SOLICITA
                   MOVE SCLTB036-USUARIO-RESUELVE
                                    TO SCLBA031-USUARIO-RESUELVE
                   MOVE SCLTB036-FEC-RESOLUCION
                                    TO SCLBA031-FEC-RESOLUCION
               WHEN 100
                   MOVE 'S' TO SCLBA031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE BA-ERROR   *
      *    ADEMAS DE BA-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE BA031CSR'
           MOVE 'S' TO SCLBA031-EOF
           MOVE 'S' TO SCLBA031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE BA031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
