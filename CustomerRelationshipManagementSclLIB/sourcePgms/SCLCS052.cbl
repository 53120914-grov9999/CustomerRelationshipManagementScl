       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS052.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112106 26/10/15 RPAZ  CREACION - CURSOR SOBRE               *
      *                        SCT.CLIENTE_SCTA_HIST CON LOS CAMBIOS *
      *                        DE SECTORISTA DE UN RANGO DE FECHAS,  *
      *                        PARA EL REPORTE DE MOVIMIENTO DE      *
      *                        CARTERA (SCLCB027).                   *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LAS FILAS DE HISTORIA  *
      *  CUYA FEC-CAMBIO CAE ENTRE SCLMV031-FEC-DESDE (INCLUIDA) Y   *
      *  SCLMV031-FEC-HASTA (EXCLUIDA), ORDENADAS POR CLIENTE Y      *
      *  FECHA/HORA DEL CAMBIO (MISMO PATRON QUE SCLCS042).          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS052'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       COPY SCLTB035.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLMV031.
       PROCEDURE DIVISION USING SCLMV031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLMV031-FUNCION
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
           MOVE SPACES TO SCLMV031-EOF
           MOVE SPACES TO SCLMV031-ERROR
           EXEC SQL
               DECLARE MV031CSR CURSOR FOR
                   SELECT NO_CLIENTE, COD_SCTA_ANT, COD_SCTA_NUE,
                          FEC_CAMBIO, HORA_CAMBIO, PROCESO, USUARIO
                     FROM SCT.CLIENTE_SCTA_HIST
                    WHERE FEC_CAMBIO >= :SCLMV031-FEC-DESDE
                      AND FEC_CAMBIO <  :SCLMV031-FEC-HASTA
                    ORDER BY NO_CLIENTE, FEC_CAMBIO, HORA_CAMBIO
           END-EXEC
           EXEC SQL
               OPEN MV031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH MV031CSR
                INTO :SCLTB035-NO-CLIENTE,
                     :SCLTB035-COD-SCTA-ANT,
                     :SCLTB035-COD-SCTA-NUE,
                     :SCLTB035-FEC-CAMBIO,
                     :SCLTB035-HORA-CAMBIO,
                     :SCLTB035-PROCESO,
                     :SCLTB035-USUARIO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB035-NO-CLIENTE
                                    TO SCLMV031-NO-CLIENTE
                   MOVE SCLTB035-COD-SCTA-ANT
                                    TO SCLMV031-COD-SCTA-ANT
                   MOVE SCLTB035-COD-SCTA-NUE
                                    TO SCLMV031-COD-SCTA-NUE
                   MOVE SCLTB035-FEC-CAMBIO
                                    TO SCLMV031-FEC-CAMBIO
                   MOVE SCLTB035-HORA-CAMBIO
                                    TO SCLMV031-HORA-CAMBIO
                   MOVE SCLTB035-PROCESO
                                    TO SCLMV031-PROCESO
                   MOVE SCLTB035-USUARIO
                                    TO SCLMV031-USUARIO
               WHEN 100
                   MOVE 'S' TO SCLMV031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE MV-ERROR   *
      *    ADEMAS DE MV-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE MV031CSR'
           MOVE 'S' TO SCLMV031-EOF
           MOVE 'S' TO SCLMV031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE MV031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
