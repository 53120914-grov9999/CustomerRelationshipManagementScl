       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS045.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112102 26/10/15 RPAZ  CREACION - CURSOR Y RESOLUCION DE LAS *
      *                        SOLICITUDES DE REASIGNACION           *
      *                        PENDIENTES EN SCT.REASIG_PEND, PARA   *
      *                        LA APLICACION NOCTURNA (SCLCB022).    *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LAS SOLICITUDES EN     *
      *  ESTADO 'P' O 'M', ORDENADAS POR CLIENTE Y FECHA/HORA DE     *
      *  SOLICITUD (MISMO PATRON QUE SCLCS042), Y LA FUNCION 'RESOL' *
      *  QUE PASA UNA SOLICITUD A 'M', APLICADA O RECHAZADA CON EL   *
      *  RESULTADO Y CURRENT DATE/TIME.  EL CURSOR SE CIERRA ANTES   *
      *  DE RESOLVER: EL LLAMADOR CARGA LA COLA COMPLETA EN MEMORIA. *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS045'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SQLCODE-ED               PIC -999.
       COPY SCLTB037.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLRP031.
       PROCEDURE DIVISION USING SCLRP031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLRP031-FUNCION
               WHEN 'OPEN'
                   PERFORM 1000-ABRIR THRU 1000-ABRIR-EXIT
               WHEN 'FETCH'
                   PERFORM 2000-TRAER THRU 2000-TRAER-EXIT
               WHEN 'CLOSE'
                   PERFORM 3000-CERRAR THRU 3000-CERRAR-EXIT
               WHEN 'RESOL'
                   PERFORM 4000-RESOLVER THRU 4000-RESOLVER-EXIT
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------*
      *    1000-ABRIR                                            *
      *----------------------------------------------------------*
       1000-ABRIR.
           MOVE SPACES TO SCLRP031-EOF
           MOVE SPACES TO SCLRP031-ERROR
           MOVE SPACES TO SCLRP031-SQLCODE
           EXEC SQL
               DECLARE RP031CSR CURSOR FOR
                   SELECT NO_CLIENTE, COD_SCTA_ANT, COD_SCTA_NUE,
                          COD_SUCU_CLI, COD_SUCU_SCTA,
                          USUARIO_SOLICITA, FEC_SOLICITUD,
                          HORA_SOLICITUD, IND_ESTADO
                     FROM SCT.REASIG_PEND
                    WHERE IND_ESTADO IN ('P', 'M')
                    ORDER BY NO_CLIENTE, FEC_SOLICITUD,
                             HORA_SOLICITUD
           END-EXEC
           EXEC SQL
               OPEN RP031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH RP031CSR
                INTO :SCLTB037-NO-CLIENTE,
                     :SCLTB037-COD-SCTA-ANT,
                     :SCLTB037-COD-SCTA-NUE,
                     :SCLTB037-COD-SUCU-CLI,
                     :SCLTB037-COD-SUCU-SCTA,
                     :SCLTB037-USUARIO-SOLICITA,
                     :SCLTB037-FEC-SOLICITUD,
                     :SCLTB037-HORA-SOLICITUD,
                     :SCLTB037-IND-ESTADO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB037-NO-CLIENTE
                                    TO SCLRP031-NO-CLIENTE
                   MOVE SCLTB037-COD-SCTA-ANT
                                    TO SCLRP031-COD-SCTA-ANT
                   MOVE SCLTB037-COD-SCTA-NUE
                                    TO SCLRP031-COD-SCTA-NUE
                   MOVE SCLTB037-COD-SUCU-CLI
                                    TO SCLRP031-COD-SUCU-CLI
                   MOVE SCLTB037-COD-SUCU-SCTA
                                    TO SCLRP031-COD-SUCU-SCTA
                   MOVE SCLTB037-USUARIO-SOLICITA
                                    TO SCLRP031-USUARIO-SOLICITA
                   MOVE SCLTB037-FEC-SOLICITUD
                                    TO SCLRP031-FEC-SOLICITUD
                   MOVE SCLTB037-HORA-SOLICITUD
                                    TO SCLRP031-HORA-SOLICITUD
                   MOVE SCLTB037-IND-ESTADO
                                    TO SCLRP031-IND-ESTADO
               WHEN 100
                   MOVE 'S' TO SCLRP031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE RP031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-RESOLVER                                          *
      *    SOLO SE RESUELVE UNA SOLICITUD QUE SIGUE ABIERTA ('P'  *
      *    O 'M'): SI NINGUNA FILA CAMBIO (OTRA CORRIDA YA LA     *
      *    RESOLVIO) SE DEVUELVE RP-ERROR = 'S' CON RP-SQLCODE EN *
      *    BLANCO.                                                 *
      *----------------------------------------------------------*
       4000-RESOLVER.
           MOVE SPACES TO SCLRP031-ERROR
           MOVE SPACES TO SCLRP031-SQLCODE
           MOVE SCLRP031-NO-CLIENTE     TO SCLTB037-NO-CLIENTE
           MOVE SCLRP031-FEC-SOLICITUD  TO SCLTB037-FEC-SOLICITUD
           MOVE SCLRP031-HORA-SOLICITUD TO SCLTB037-HORA-SOLICITUD
           MOVE SCLRP031-IND-ESTADO     TO SCLTB037-IND-ESTADO
           MOVE SCLRP031-DE-RESULTADO   TO SCLTB037-DE-RESULTADO
           EXEC SQL
               UPDATE SCT.REASIG_PEND
                  SET IND_ESTADO      = :SCLTB037-IND-ESTADO,
                      FEC_RESOLUCION  = CURRENT DATE,
                      HORA_RESOLUCION = CURRENT TIME,
                      DE_RESULTADO    = :SCLTB037-DE-RESULTADO
                WHERE NO_CLIENTE     = :SCLTB037-NO-CLIENTE
                  AND FEC_SOLICITUD  = :SCLTB037-FEC-SOLICITUD
                  AND HORA_SOLICITUD = :SCLTB037-HORA-SOLICITUD
                  AND IND_ESTADO     IN ('P', 'M')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF SQLERRD (3) = 0
                       MOVE 'S' TO SCLRP031-ERROR
                   END-IF
               WHEN 100
                   MOVE 'S' TO SCLRP031-ERROR
               WHEN OTHER
                   MOVE SQLCODE       TO WS-SQLCODE-ED
                   MOVE WS-SQLCODE-ED TO SCLRP031-SQLCODE
                   MOVE SQLCODE       TO WS-SQLCODE
                   DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE '
                           WS-SQLCODE ' EN UPDATE DE REASIG_PEND'
                   MOVE 'S' TO SCLRP031-ERROR
           END-EVALUATE.
       4000-RESOLVER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE RP-ERROR   *
      *    ADEMAS DE RP-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE       TO WS-SQLCODE
           MOVE SQLCODE       TO WS-SQLCODE-ED
           MOVE WS-SQLCODE-ED TO SCLRP031-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE RP031CSR'
           MOVE 'S' TO SCLRP031-EOF
           MOVE 'S' TO SCLRP031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
