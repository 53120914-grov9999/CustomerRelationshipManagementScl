       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS055.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112109 26/10/15 RPAZ  CREACION - CURSOR Y RESOLUCION DE LOS *
      *                        CAMBIOS DE SECTORISTA PROGRAMADOS EN  *
      *                        SCT.SCTA_PROGRAMADA, PARA LA          *
      *                        APLICACION NOCTURNA (SCLCB030).       *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LOS PEDIDOS EN ESTADO  *
      *  'P' CUYA FECHA EFECTIVA CAE HASTA 7 DIAS DESPUES DE LA      *
      *  FECHA DE PROCESO (LOS VENCIDOS SE APLICAN, EL RESTO SE      *
      *  INFORMA COMO PROXIMOS), ORDENADOS POR FECHA EFECTIVA Y      *
      *  SECTORISTA (MISMO PATRON QUE SCLCS045), Y LA FUNCION        *
      *  'RESOL' QUE PASA UN PEDIDO A APLICADO O RECHAZADO.  EL      *
      *  CURSOR SE CIERRA ANTES DE RESOLVER: EL LLAMADOR CARGA LOS   *
      *  PEDIDOS EN MEMORIA.                                         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS055'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SQLCODE-ED               PIC -999.
       01  WS-FEC-HOY                  PIC X(10) VALUE SPACES.
       COPY SCLTB040.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLSP031.
       PROCEDURE DIVISION USING SCLSP031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLSP031-FUNCION
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
           MOVE SPACES TO SCLSP031-EOF
           MOVE SPACES TO SCLSP031-ERROR
           MOVE SPACES TO SCLSP031-SQLCODE
           MOVE SCLSP031-FEC-HOY TO WS-FEC-HOY
           EXEC SQL
               DECLARE SP031CSR CURSOR FOR
                   SELECT COD_SCTA_9, FEC_EFECTIVA, FUNCION,
                          NOM_SCTA, COD_SUCU, IND_ESTA_SCTA,
                          COD_SCTA_SUPV, NOM_SCTA_ANT, COD_SUCU_ANT,
                          IND_ESTA_ANT, COD_SCTA_SUPV_ANT,
                          USUARIO_SOLICITA, FEC_SOLICITUD,
                          HORA_SOLICITUD, IND_ESTADO
                     FROM SCT.SCTA_PROGRAMADA
                    WHERE IND_ESTADO   = 'P'
                      AND FEC_EFECTIVA <= DATE(:WS-FEC-HOY) + 7 DAYS
                    ORDER BY FEC_EFECTIVA, COD_SCTA_9
           END-EXEC
           EXEC SQL
               OPEN SP031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH SP031CSR
                INTO :SCLTB040-COD-SCTA-9,
                     :SCLTB040-FEC-EFECTIVA,
                     :SCLTB040-FUNCION,
                     :SCLTB040-NOM-SCTA,
                     :SCLTB040-COD-SUCU,
                     :SCLTB040-IND-ESTA-SCTA,
                     :SCLTB040-COD-SCTA-SUPV,
                     :SCLTB040-NOM-SCTA-ANT,
                     :SCLTB040-COD-SUCU-ANT,
                     :SCLTB040-IND-ESTA-ANT,
                     :SCLTB040-COD-SCTA-SUPV-ANT,
                     :SCLTB040-USUARIO-SOLICITA,
                     :SCLTB040-FEC-SOLICITUD,
                     :SCLTB040-HORA-SOLICITUD,
                     :SCLTB040-IND-ESTADO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB040-COD-SCTA-9
                                    TO SCLSP031-COD-SCTA-9
                   MOVE SCLTB040-FEC-EFECTIVA
                                    TO SCLSP031-FEC-EFECTIVA
                   MOVE SCLTB040-FUNCION
                                    TO SCLSP031-FUNCION-PROG
                   MOVE SCLTB040-NOM-SCTA
                                    TO SCLSP031-NOM-SCTA
                   MOVE SCLTB040-COD-SUCU
                                    TO SCLSP031-COD-SUCU
                   MOVE SCLTB040-IND-ESTA-SCTA
                                    TO SCLSP031-IND-ESTA-SCTA
                   MOVE SCLTB040-COD-SCTA-SUPV
                                    TO SCLSP031-COD-SCTA-SUPV
                   MOVE SCLTB040-NOM-SCTA-ANT
                                    TO SCLSP031-NOM-SCTA-ANT
                   MOVE SCLTB040-COD-SUCU-ANT
                                    TO SCLSP031-COD-SUCU-ANT
                   MOVE SCLTB040-IND-ESTA-ANT
                                    TO SCLSP031-IND-ESTA-ANT
                   MOVE SCLTB040-COD-SCTA-SUPV-ANT
                                    TO SCLSP031-COD-SCTA-SUPV-ANT
                   MOVE SCLTB040-USUARIO-SOLICITA
                                    TO SCLSP031-USUARIO-SOLICITA
                   MOVE SCLTB040-FEC-SOLICITUD
                                    TO SCLSP031-FEC-SOLICITUD
                   MOVE SCLTB040-HORA-SOLICITUD
                                    TO SCLSP031-HORA-SOLICITUD
                   MOVE SCLTB040-IND-ESTADO
                                    TO SCLSP031-IND-ESTADO
               WHEN 100
                   MOVE 'S' TO SCLSP031-EOF
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
               CLOSE SP031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-RESOLVER                                          *
      *    SOLO SE RESUELVE UN PEDIDO QUE SIGUE PENDIENTE: SI     *
      *    NINGUNA FILA CAMBIO (SE CANCELO ENTRE TANTO U OTRA     *
      *    CORRIDA YA LO RESOLVIO) SE DEVUELVE SP-ERROR = 'S' CON *
      *    SP-SQLCODE EN BLANCO.                                   *
      *----------------------------------------------------------*
       4000-RESOLVER.
           MOVE SPACES TO SCLSP031-ERROR
           MOVE SPACES TO SCLSP031-SQLCODE
           MOVE SCLSP031-COD-SCTA-9       TO SCLTB040-COD-SCTA-9
           MOVE SCLSP031-FEC-SOLICITUD    TO SCLTB040-FEC-SOLICITUD
           MOVE SCLSP031-HORA-SOLICITUD   TO SCLTB040-HORA-SOLICITUD
           MOVE SCLSP031-IND-ESTADO       TO SCLTB040-IND-ESTADO
           MOVE SCLSP031-USUARIO-RESUELVE TO SCLTB040-USUARIO-RESUELVE
           MOVE SCLSP031-DE-RESULTADO     TO SCLTB040-DE-RESULTADO
           EXEC SQL
               UPDATE SCT.SCTA_PROGRAMADA
                  SET IND_ESTADO       = :SCLTB040-IND-ESTADO,
                      USUARIO_RESUELVE = :SCLTB040-USUARIO-RESUELVE,
                      FEC_RESOLUCION   = CURRENT DATE,
                      HORA_RESOLUCION  = CURRENT TIME,
                      DE_RESULTADO     = :SCLTB040-DE-RESULTADO
                WHERE COD_SCTA_9     = :SCLTB040-COD-SCTA-9
                  AND FEC_SOLICITUD  = :SCLTB040-FEC-SOLICITUD
                  AND HORA_SOLICITUD = :SCLTB040-HORA-SOLICITUD
                  AND IND_ESTADO     = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF SQLERRD (3) = 0
                       MOVE 'S' TO SCLSP031-ERROR
                   END-IF
               WHEN 100
                   MOVE 'S' TO SCLSP031-ERROR
               WHEN OTHER
                   MOVE SQLCODE       TO WS-SQLCODE-ED
                   MOVE WS-SQLCODE-ED TO SCLSP031-SQLCODE
                   MOVE SQLCODE       TO WS-SQLCODE
                   DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE '
                           WS-SQLCODE ' EN UPDATE DE SCTA_PROGRAMADA'
                   MOVE 'S' TO SCLSP031-ERROR
           END-EVALUATE.
       4000-RESOLVER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE SP-ERROR   *
      *    ADEMAS DE SP-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE       TO WS-SQLCODE
           MOVE SQLCODE       TO WS-SQLCODE-ED
           MOVE WS-SQLCODE-ED TO SCLSP031-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE SP031CSR'
           MOVE 'S' TO SCLSP031-EOF
           MOVE 'S' TO SCLSP031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
