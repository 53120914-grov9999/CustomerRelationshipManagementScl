       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS053.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112108 26/10/15 RPAZ  CREACION - CURSOR SOBRE               *
      *                        SCT.CLIENTE_SCTA_HIST CON EL ULTIMO   *
      *                        CAMBIO DE CADA CLIENTE, PARA EL       *
      *                        CONTROL DE CAMBIOS SIN HISTORIA       *
      *                        (SCLCB029).                           *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LA FILA MAS RECIENTE   *
      *  (MAYOR FECHA/HORA DE CAMBIO) DE CADA CLIENTE, ORDENADAS POR *
      *  CLIENTE PARA CRUZARLAS CON EL MAESTRO SECUENCIAL (MISMO     *
      *  PATRON QUE SCLCS052).                                       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS053'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       COPY SCLTB035.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLUC031.
       PROCEDURE DIVISION USING SCLUC031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLUC031-FUNCION
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
           MOVE SPACES TO SCLUC031-EOF
           MOVE SPACES TO SCLUC031-ERROR
           EXEC SQL
               DECLARE UC031CSR CURSOR FOR
                   SELECT H.NO_CLIENTE, H.COD_SCTA_NUE,
                          H.FEC_CAMBIO, H.HORA_CAMBIO, H.PROCESO
                     FROM SCT.CLIENTE_SCTA_HIST H
                    WHERE NOT EXISTS
                          (SELECT 1
                             FROM SCT.CLIENTE_SCTA_HIST P
                            WHERE P.NO_CLIENTE = H.NO_CLIENTE
                              AND (P.FEC_CAMBIO > H.FEC_CAMBIO
                                   OR (P.FEC_CAMBIO = H.FEC_CAMBIO
                                   AND P.HORA_CAMBIO > H.HORA_CAMBIO)))
                    ORDER BY H.NO_CLIENTE
           END-EXEC
           EXEC SQL
               OPEN UC031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH UC031CSR
                INTO :SCLTB035-NO-CLIENTE,
                     :SCLTB035-COD-SCTA-NUE,
                     :SCLTB035-FEC-CAMBIO,
                     :SCLTB035-HORA-CAMBIO,
                     :SCLTB035-PROCESO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB035-NO-CLIENTE
                                    TO SCLUC031-NO-CLIENTE
                   MOVE SCLTB035-COD-SCTA-NUE
                                    TO SCLUC031-COD-SCTA-NUE
                   MOVE SCLTB035-FEC-CAMBIO
                                    TO SCLUC031-FEC-CAMBIO
                   MOVE SCLTB035-HORA-CAMBIO
                                    TO SCLUC031-HORA-CAMBIO
                   MOVE SCLTB035-PROCESO
                                    TO SCLUC031-PROCESO
               WHEN 100
                   MOVE 'S' TO SCLUC031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE UC-ERROR   *
      *    ADEMAS DE UC-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE UC031CSR'
           MOVE 'S' TO SCLUC031-EOF
           MOVE 'S' TO SCLUC031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE UC031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
