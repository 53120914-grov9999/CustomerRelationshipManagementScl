      *                        LITERAL DABA -180 EN CADA SOLICITUD.  *
      *                        QUEDAN EN NULL HASTA QUE SCLCS041     *
      *                        LAS COMPLETE CON CURRENT DATE/TIME.   *
      *  112109 26/10/15 RPAZ  FECHA EFECTIVA OPCIONAL EN ALTA,      *
      *                        CAMBIO Y BAJA: CON FECHA FUTURA EL    *
      *                        MANTENIMIENTO SE VALIDA COMO SIEMPRE  *
      *                        Y QUEDA PROGRAMADO EN                 *
      *                        SCT.SCTA_PROGRAMADA (RETU '02') PARA  *
      *                        QUE SCLCB030 LO APLIQUE ESE DIA POR   *
      *                        ESTE MISMO MODULO.  NUEVAS FUNCIONES  *
      *                        CONSUL Y CANCEL DEL CAMBIO            *
      *                        PROGRAMADO PENDIENTE.                 *
      *==============================================================*
      *  ESTE MODULO CONTIENE LA UNICA LOGICA DE MANTENIMIENTO DEL   *
      *  CODIGO DE SECTORISTA CONTRA LA TABLA DB2.  ES INVOCADO POR  *
       COPY SCLTB036.
       COPY SCLHI031.
       COPY SCLSU031.
       COPY SCLTB040.
       01  WS-SQLCODE-ED               PIC -999.
       01  WS-FEC-HOY                  PIC X(10) VALUE SPACES.
       01  WS-FEC-EFECTIVA             PIC X(10) VALUE SPACES.
       01  WS-FEC-EFECTIVA-ENT         PIC X(10) VALUE SPACES.
       77  WS-SW-PROGRAMADO            PIC X(01) VALUE 'N'.
           88  WS-PROGRAMADO                   VALUE 'S'.
       77  WS-SW-EXISTE-SCTA           PIC X(01) VALUE 'N'.
           88  WS-EXISTE-SCTA                  VALUE 'S'.
       77  WS-MAX-NIVELES-SUPV         PIC 9(02) COMP VALUE 25.
       77  WS-NIVEL-SUPV               PIC 9(02) COMP VALUE ZERO.
       77  WS-CADENA-SUPV              PIC X(09) VALUE SPACES.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-VALIDAR-ENTRADA THRU 2000-VALIDAR-ENTRADA-EXIT
           IF SCLMT031-CO-RETU-O = '00'
               PERFORM 2100-VALIDAR-FECHA-EFECTIVA
                   THRU 2100-VALIDAR-FECHA-EFECTIVA-EXIT
           END-IF
           IF SCLMT031-CO-RETU-O = '00'
               PERFORM 3000-VALIDAR-AUTORIZACION
                   THRU 3000-VALIDAR-AUTORIZACION-EXIT
           MOVE SPACES             TO SCLMT031-CO-RETU-CICS-O
           MOVE SPACES             TO SCLMT031-CO-RETU-DB2-O
           MOVE SPACES             TO SCLMT031-DE-ERROR-O
           MOVE SPACES             TO SCLMT031-DATOS-PROG-OUTPUT
           MOVE 'N'                TO WS-SW-PROGRAMADO
           MOVE '00'                TO SCLMT031-CO-RETU-O.
       1000-INICIALIZAR-EXIT.
           EXIT.
           ELSE
               IF SCLMT031-FUNCION-I NOT = 'ALTA' AND
                  SCLMT031-FUNCION-I NOT = 'CAMBIO' AND
                  SCLMT031-FUNCION-I NOT = 'BAJA' AND
                  SCLMT031-FUNCION-I NOT = 'CONSUL' AND
                  SCLMT031-FUNCION-I NOT = 'CANCEL'
                   MOVE '10'        TO SCLMT031-CO-RETU-O
                   MOVE 'FUNCION INVALIDA'
                                     TO SCLMT031-DE-ERROR-O
               END-IF
           END-IF.
       2000-VALIDAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-VALIDAR-FECHA-EFECTIVA                           *
      *    EN ALTA/CAMBIO/BAJA LA FECHA ES OPCIONAL: EN BLANCO O  *
      *    HOY EL MANTENIMIENTO ES INMEDIATO, FUTURA LO PROGRAMA  *
      *    Y PASADA SE RECHAZA.  CANCEL LA EXIGE (IDENTIFICA EL   *
      *    CAMBIO A CANCELAR); CONSUL NO LA USA.  DB2 VALIDA Y    *
      *    NORMALIZA LA FECHA (-180/-181 = MAL FORMADA).           *
      *----------------------------------------------------------*
       2100-VALIDAR-FECHA-EFECTIVA.
           IF SCLMT031-FUNCION-I = 'CONSUL'
               GO TO 2100-VALIDAR-FECHA-EFECTIVA-EXIT
           END-IF
           IF SCLMT031-FE-EFECTIVA-I = SPACES
               IF SCLMT031-FUNCION-I = 'CANCEL'
                   MOVE '10'        TO SCLMT031-CO-RETU-O
                   MOVE 'FECHA EFECTIVA REQUERIDA'
                                     TO SCLMT031-DE-ERROR-O
               END-IF
               GO TO 2100-VALIDAR-FECHA-EFECTIVA-EXIT
           END-IF
           MOVE SCLMT031-FE-EFECTIVA-I TO WS-FEC-EFECTIVA-ENT
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(DATE(:WS-FEC-EFECTIVA-ENT), ISO)
                 INTO :WS-FEC-HOY, :WS-FEC-EFECTIVA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -180
               WHEN -181
                   MOVE '10'        TO SCLMT031-CO-RETU-O
                   MOVE 'FECHA INVALIDA (AAAA-MM-DD)'
                                    TO SCLMT031-DE-ERROR-O
                   GO TO 2100-VALIDAR-FECHA-EFECTIVA-EXIT
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
                   GO TO 2100-VALIDAR-FECHA-EFECTIVA-EXIT
           END-EVALUATE
           IF SCLMT031-FUNCION-I = 'CANCEL'
               GO TO 2100-VALIDAR-FECHA-EFECTIVA-EXIT
           END-IF
           IF WS-FEC-EFECTIVA < WS-FEC-HOY
               MOVE '10'            TO SCLMT031-CO-RETU-O
               MOVE 'FECHA EFECTIVA YA PASADA'
                                     TO SCLMT031-DE-ERROR-O
               GO TO 2100-VALIDAR-FECHA-EFECTIVA-EXIT
           END-IF
           IF WS-FEC-EFECTIVA > WS-FEC-HOY
               MOVE 'S'             TO WS-SW-PROGRAMADO
           END-IF.
       2100-VALIDAR-FECHA-EFECTIVA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-VALIDAR-AUTORIZACION                              *
      *    CONFIRMA QUE EL USUARIO SOLICITANTE ESTA AUTORIZADO    *
      *    PARA LA FUNCION PEDIDA: IND_AUTORIZA ES LA LLAVE       *
      *    GENERAL, IND_AUT_MANT HABILITA ALTA/CAMBIO E           *
      *    IND_AUT_BAJA HABILITA BAJA.  CONSUL SOLO EXIGE LA      *
      *    LLAVE GENERAL; CANCEL EXIGE ALGUNO DE LOS DOS DERECHOS *
      *    Y 4700 CONFIRMA EL QUE CORRESPONDE A LA FUNCION        *
      *    PROGRAMADA.                                             *
      *----------------------------------------------------------*
       3000-VALIDAR-AUTORIZACION.
           EXEC SQL
                       MOVE 'SIN DERECHO BAJA'
                                     TO SCLMT031-DE-ERROR-O
                   END-IF
               WHEN 'CANCEL'
                   IF NOT SCLTB032-PUEDE-MANT AND
                      NOT SCLTB032-PUEDE-BAJA
                       MOVE '40'    TO SCLMT031-CO-RETU-O
                       MOVE 'SIN DERECHO CANCELAR'
                                     TO SCLMT031-DE-ERROR-O
                   END-IF
           END-EVALUATE.
       3050-EVALUAR-DERECHOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-EJECUTAR-FUNCION                                  *
      *    CON FECHA EFECTIVA FUTURA ALTA/CAMBIO/BAJA NO TOCAN    *
      *    SCT.SECTORISTA: SE VALIDAN Y QUEDAN PROGRAMADOS.       *
      *----------------------------------------------------------*
       4000-EJECUTAR-FUNCION.
           IF WS-PROGRAMADO
               PERFORM 4600-PROGRAMAR-CAMBIO
                   THRU 4600-PROGRAMAR-CAMBIO-EXIT
               GO TO 4000-EJECUTAR-FUNCION-EXIT
           END-IF
           EVALUATE SCLMT031-FUNCION-I
               WHEN 'ALTA'
                   PERFORM 4100-ALTA-SECTORISTA
               WHEN 'BAJA'
                   PERFORM 4300-BAJA-SECTORISTA
                       THRU 4300-BAJA-SECTORISTA-EXIT
               WHEN 'CANCEL'
                   PERFORM 4700-CANCELAR-PROGRAMADO
                       THRU 4700-CANCELAR-PROGRAMADO-EXIT
               WHEN 'CONSUL'
                   PERFORM 4800-CONSULTAR-PROGRAMADO
                       THRU 4800-CONSULTAR-PROGRAMADO-EXIT
           END-EVALUATE.
       4000-EJECUTAR-FUNCION-EXIT.
           EXIT.
       4320-VERIFICAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4600-PROGRAMAR-CAMBIO                                  *
      *    VALIDA EL MANTENIMIENTO COMO SI SE APLICARA HOY Y LO   *
      *    GRABA EN SCT.SCTA_PROGRAMADA JUNTO CON LA FILA ACTUAL  *
      *    DEL SECTORISTA, PARA QUE SCLCB030 PUEDA RECHAZARLO SI  *
      *    LA FILA CAMBIA ANTES DE LA FECHA EFECTIVA.  LA HISTORIA*
      *    SE GRABA RECIEN AL APLICARLO.                           *
      *----------------------------------------------------------*
       4600-PROGRAMAR-CAMBIO.
           PERFORM 4610-VERIFICAR-PROGRAMADO
               THRU 4610-VERIFICAR-PROGRAMADO-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4600-PROGRAMAR-CAMBIO-EXIT
           END-IF
           PERFORM 4650-LEER-SECTORISTA-ACTUAL
               THRU 4650-LEER-SECTORISTA-ACTUAL-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4600-PROGRAMAR-CAMBIO-EXIT
           END-IF
           EVALUATE SCLMT031-FUNCION-I
               WHEN 'ALTA'
                   PERFORM 4620-VALIDAR-ALTA-PROG
                       THRU 4620-VALIDAR-ALTA-PROG-EXIT
               WHEN 'CAMBIO'
                   PERFORM 4630-VALIDAR-CAMBIO-PROG
                       THRU 4630-VALIDAR-CAMBIO-PROG-EXIT
               WHEN 'BAJA'
                   PERFORM 4640-VALIDAR-BAJA-PROG
                       THRU 4640-VALIDAR-BAJA-PROG-EXIT
           END-EVALUATE
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4600-PROGRAMAR-CAMBIO-EXIT
           END-IF
           PERFORM 4660-GRABAR-PROGRAMADO
               THRU 4660-GRABAR-PROGRAMADO-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4600-PROGRAMAR-CAMBIO-EXIT
           END-IF
           PERFORM 4670-DEVOLVER-PROGRAMADO
               THRU 4670-DEVOLVER-PROGRAMADO-EXIT.
       4600-PROGRAMAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4610-VERIFICAR-PROGRAMADO                              *
      *    SOLO SE ADMITE UN CAMBIO PROGRAMADO PENDIENTE POR      *
      *    SECTORISTA: DOS CAMBIOS FUTUROS SOBRE LA MISMA FILA    *
      *    SE PISARIAN Y EL SEGUNDO SE RECHAZARIA AL APLICARSE.   *
      *----------------------------------------------------------*
       4610-VERIFICAR-PROGRAMADO.
           EXEC SQL
               SELECT FEC_EFECTIVA
                 INTO :SCLTB040-FEC-EFECTIVA
                 FROM SCT.SCTA_PROGRAMADA
                WHERE COD_SCTA_9 = :SCLMT031-CO-SCTA-I
                  AND IND_ESTADO = 'P'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '54'        TO SCLMT031-CO-RETU-O
                   MOVE 'YA HAY CAMBIO PROGRAMADO'
                                    TO SCLMT031-DE-ERROR-O
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       4610-VERIFICAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4620-VALIDAR-ALTA-PROG                                 *
      *----------------------------------------------------------*
       4620-VALIDAR-ALTA-PROG.
           IF WS-EXISTE-SCTA
               MOVE '21'            TO SCLMT031-CO-RETU-O
               MOVE 'SECTORISTA YA EXISTE'
                                     TO SCLMT031-DE-ERROR-O
               GO TO 4620-VALIDAR-ALTA-PROG-EXIT
           END-IF
           PERFORM 3500-VALIDAR-SUPERVISOR
               THRU 3500-VALIDAR-SUPERVISOR-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4620-VALIDAR-ALTA-PROG-EXIT
           END-IF
           PERFORM 3600-VALIDAR-SUCURSAL
               THRU 3600-VALIDAR-SUCURSAL-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4620-VALIDAR-ALTA-PROG-EXIT
           END-IF
           MOVE SCLMT031-NOM-SCTA-I     TO SCLTB040-NOM-SCTA
           MOVE SCLMT031-CO-SUCU-I      TO SCLTB040-COD-SUCU
           MOVE SCLMT031-IN-ESTA-I      TO SCLTB040-IND-ESTA-SCTA
           MOVE SCLMT031-CO-SCTA-SUPV-I TO SCLTB040-COD-SCTA-SUPV.
       4620-VALIDAR-ALTA-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4630-VALIDAR-CAMBIO-PROG                               *
      *----------------------------------------------------------*
       4630-VALIDAR-CAMBIO-PROG.
           IF NOT WS-EXISTE-SCTA
               MOVE '20'            TO SCLMT031-CO-RETU-O
               MOVE 'SECTORISTA NO EXISTE'
                                     TO SCLMT031-DE-ERROR-O
               GO TO 4630-VALIDAR-CAMBIO-PROG-EXIT
           END-IF
           PERFORM 3500-VALIDAR-SUPERVISOR
               THRU 3500-VALIDAR-SUPERVISOR-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4630-VALIDAR-CAMBIO-PROG-EXIT
           END-IF
           PERFORM 3600-VALIDAR-SUCURSAL
               THRU 3600-VALIDAR-SUCURSAL-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4630-VALIDAR-CAMBIO-PROG-EXIT
           END-IF
           MOVE SCLMT031-NOM-SCTA-I     TO SCLTB040-NOM-SCTA
           MOVE SCLMT031-CO-SUCU-I      TO SCLTB040-COD-SUCU
           MOVE SCLMT031-IN-ESTA-I      TO SCLTB040-IND-ESTA-SCTA
           MOVE SCLMT031-CO-SCTA-SUPV-I TO SCLTB040-COD-SCTA-SUPV.
       4630-VALIDAR-CAMBIO-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4640-VALIDAR-BAJA-PROG                                 *
      *    MISMAS CONDICIONES QUE LA BAJA INMEDIATA (4310/4320).  *
      *    AL APLICARSE LA BAJA IGUAL PASA POR SCT.BAJA_PEND, ASI *
      *    QUE EL CONTROL DUAL NO SE SALTEA.  LA IMAGEN GRABADA   *
      *    ES LA FILA ACTUAL CON ESTADO 'I', SOLO INFORMATIVA.    *
      *----------------------------------------------------------*
       4640-VALIDAR-BAJA-PROG.
           IF NOT WS-EXISTE-SCTA
               MOVE '20'            TO SCLMT031-CO-RETU-O
               MOVE 'SECTORISTA NO EXISTE'
                                     TO SCLMT031-DE-ERROR-O
               GO TO 4640-VALIDAR-BAJA-PROG-EXIT
           END-IF
           IF SCLTB031-SCTA-INACTIVO
               MOVE '53'            TO SCLMT031-CO-RETU-O
               MOVE 'SECTORISTA YA INACTIVO'
                                     TO SCLMT031-DE-ERROR-O
               GO TO 4640-VALIDAR-BAJA-PROG-EXIT
           END-IF
           PERFORM 4320-VERIFICAR-PENDIENTE
               THRU 4320-VERIFICAR-PENDIENTE-EXIT
           IF SCLMT031-CO-RETU-O NOT = '00'
               GO TO 4640-VALIDAR-BAJA-PROG-EXIT
           END-IF
           MOVE SCLTB031-NOM-SCTA       TO SCLTB040-NOM-SCTA
           MOVE SCLTB031-COD-SUCU       TO SCLTB040-COD-SUCU
           MOVE 'I'                     TO SCLTB040-IND-ESTA-SCTA
           MOVE SCLTB031-COD-SCTA-SUPV  TO SCLTB040-COD-SCTA-SUPV.
       4640-VALIDAR-BAJA-PROG-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4650-LEER-SECTORISTA-ACTUAL                            *
      *    LA FILA ACTUAL QUEDA COMO IMAGEN DE REFERENCIA DEL     *
      *    PEDIDO (EN BLANCO SI EL SECTORISTA NO EXISTE).          *
      *----------------------------------------------------------*
       4650-LEER-SECTORISTA-ACTUAL.
           MOVE SPACES                  TO SCLTB040-SCTA-PROGRAMADA
           MOVE 'N'                     TO WS-SW-EXISTE-SCTA
           EXEC SQL
               SELECT NOM_SCTA, COD_SUCU, IND_ESTA_SCTA,
                      COD_SCTA_SUPV
                 INTO :SCLTB031-NOM-SCTA, :SCLTB031-COD-SUCU,
                      :SCLTB031-IND-ESTA-SCTA,
                      :SCLTB031-COD-SCTA-SUPV
                 FROM SCT.SECTORISTA
                WHERE COD_SCTA_9 = :SCLMT031-CO-SCTA-I
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S'                TO WS-SW-EXISTE-SCTA
                   MOVE SCLTB031-NOM-SCTA  TO SCLTB040-NOM-SCTA-ANT
                   MOVE SCLTB031-COD-SUCU  TO SCLTB040-COD-SUCU-ANT
                   MOVE SCLTB031-IND-ESTA-SCTA
                                           TO SCLTB040-IND-ESTA-ANT
                   MOVE SCLTB031-COD-SCTA-SUPV
                                           TO SCLTB040-COD-SCTA-SUPV-ANT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       4650-LEER-SECTORISTA-ACTUAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4660-GRABAR-PROGRAMADO                                 *
      *    LAS COLUMNAS DE RESOLUCION NO SE INFORMAN: QUEDAN EN   *
      *    NULL HASTA QUE EL PEDIDO SE APLIQUE, RECHACE O CANCELE.*
      *----------------------------------------------------------*
       4660-GRABAR-PROGRAMADO.
           MOVE SCLMT031-CO-SCTA-I      TO SCLTB040-COD-SCTA-9
           MOVE WS-FEC-EFECTIVA         TO SCLTB040-FEC-EFECTIVA
           MOVE SCLMT031-FUNCION-I      TO SCLTB040-FUNCION
           MOVE SCLMT031-CO-USUARIO-I   TO SCLTB040-USUARIO-SOLICITA
           EXEC SQL
               INSERT INTO SCT.SCTA_PROGRAMADA
                   (COD_SCTA_9, FEC_EFECTIVA, FUNCION,
                    NOM_SCTA, COD_SUCU, IND_ESTA_SCTA, COD_SCTA_SUPV,
                    NOM_SCTA_ANT, COD_SUCU_ANT, IND_ESTA_ANT,
                    COD_SCTA_SUPV_ANT, USUARIO_SOLICITA,
                    FEC_SOLICITUD, HORA_SOLICITUD, IND_ESTADO)
               VALUES
                   (:SCLTB040-COD-SCTA-9, :SCLTB040-FEC-EFECTIVA,
                    :SCLTB040-FUNCION, :SCLTB040-NOM-SCTA,
                    :SCLTB040-COD-SUCU, :SCLTB040-IND-ESTA-SCTA,
                    :SCLTB040-COD-SCTA-SUPV, :SCLTB040-NOM-SCTA-ANT,
                    :SCLTB040-COD-SUCU-ANT, :SCLTB040-IND-ESTA-ANT,
                    :SCLTB040-COD-SCTA-SUPV-ANT,
                    :SCLTB040-USUARIO-SOLICITA,
                    CURRENT DATE, CURRENT TIME, 'P')
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-IF.
       4660-GRABAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4670-DEVOLVER-PROGRAMADO                               *
      *----------------------------------------------------------*
       4670-DEVOLVER-PROGRAMADO.
           MOVE WS-FEC-HOY              TO SCLTB040-FEC-SOLICITUD
           PERFORM 4850-MOVER-PROGRAMADO
               THRU 4850-MOVER-PROGRAMADO-EXIT
           MOVE '02'                    TO SCLMT031-CO-RETU-O
           STRING 'PROGRAMADO PARA '    DELIMITED BY SIZE
                  WS-FEC-EFECTIVA       DELIMITED BY SIZE
                  INTO SCLMT031-DE-ERROR-O.
       4670-DEVOLVER-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4700-CANCELAR-PROGRAMADO                               *
      *    CANCELA EL CAMBIO PENDIENTE DEL SECTORISTA PARA LA     *
      *    FECHA INDICADA.  EL USUARIO NECESITA EL DERECHO DE LA  *
      *    FUNCION PROGRAMADA (BAJA PARA UNA BAJA, MANT PARA ALTA *
      *    Y CAMBIO).  LA FILA QUEDA EN 'C' COMO RASTRO.           *
      *----------------------------------------------------------*
       4700-CANCELAR-PROGRAMADO.
           EXEC SQL
               SELECT FUNCION
                 INTO :SCLTB040-FUNCION
                 FROM SCT.SCTA_PROGRAMADA
                WHERE COD_SCTA_9   = :SCLMT031-CO-SCTA-I
                  AND FEC_EFECTIVA = :WS-FEC-EFECTIVA
                  AND IND_ESTADO   = 'P'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE '55'        TO SCLMT031-CO-RETU-O
                   MOVE 'NO HAY CAMBIO PROGRAMADO'
                                    TO SCLMT031-DE-ERROR-O
                   GO TO 4700-CANCELAR-PROGRAMADO-EXIT
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
                   GO TO 4700-CANCELAR-PROGRAMADO-EXIT
           END-EVALUATE
           IF SCLTB040-FUNCION = 'BAJA'
               IF NOT SCLTB032-PUEDE-BAJA
                   MOVE '40'        TO SCLMT031-CO-RETU-O
                   MOVE 'SIN DERECHO BAJA'
                                     TO SCLMT031-DE-ERROR-O
                   GO TO 4700-CANCELAR-PROGRAMADO-EXIT
               END-IF
           ELSE
               IF NOT SCLTB032-PUEDE-MANT
                   MOVE '40'        TO SCLMT031-CO-RETU-O
                   MOVE 'SIN DERECHO ALTA/CAMBIO'
                                     TO SCLMT031-DE-ERROR-O
                   GO TO 4700-CANCELAR-PROGRAMADO-EXIT
               END-IF
           END-IF
           EXEC SQL
               UPDATE SCT.SCTA_PROGRAMADA
                  SET IND_ESTADO       = 'C',
                      USUARIO_RESUELVE = :SCLMT031-CO-USUARIO-I,
                      FEC_RESOLUCION   = CURRENT DATE,
                      HORA_RESOLUCION  = CURRENT TIME,
                      DE_RESULTADO     = 'CANCELADO POR EL USUARIO'
                WHERE COD_SCTA_9   = :SCLMT031-CO-SCTA-I
                  AND FEC_EFECTIVA = :WS-FEC-EFECTIVA
                  AND IND_ESTADO   = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF SQLERRD (3) = 0
                       MOVE '55'    TO SCLMT031-CO-RETU-O
                       MOVE 'NO HAY CAMBIO PROGRAMADO'
                                    TO SCLMT031-DE-ERROR-O
                   ELSE
                       MOVE 'CAMBIO PROGRAMADO CANCELADO'
                                    TO SCLMT031-DE-ERROR-O
                   END-IF
               WHEN 100
                   MOVE '55'        TO SCLMT031-CO-RETU-O
                   MOVE 'NO HAY CAMBIO PROGRAMADO'
                                    TO SCLMT031-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       4700-CANCELAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4800-CONSULTAR-PROGRAMADO                              *
      *    DEVUELVE EL CAMBIO PROGRAMADO PENDIENTE DEL SECTORISTA *
      *    EN DATOS-PROG-OUTPUT ('55' SI NO HAY NINGUNO).          *
      *----------------------------------------------------------*
       4800-CONSULTAR-PROGRAMADO.
           EXEC SQL
               SELECT FEC_EFECTIVA, FUNCION, NOM_SCTA, COD_SUCU,
                      IND_ESTA_SCTA, COD_SCTA_SUPV,
                      USUARIO_SOLICITA, FEC_SOLICITUD
                 INTO :SCLTB040-FEC-EFECTIVA, :SCLTB040-FUNCION,
                      :SCLTB040-NOM-SCTA, :SCLTB040-COD-SUCU,
                      :SCLTB040-IND-ESTA-SCTA,
                      :SCLTB040-COD-SCTA-SUPV,
                      :SCLTB040-USUARIO-SOLICITA,
                      :SCLTB040-FEC-SOLICITUD
                 FROM SCT.SCTA_PROGRAMADA
                WHERE COD_SCTA_9 = :SCLMT031-CO-SCTA-I
                  AND IND_ESTADO = 'P'
                ORDER BY FEC_EFECTIVA
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 4850-MOVER-PROGRAMADO
                       THRU 4850-MOVER-PROGRAMADO-EXIT
               WHEN 100
                   MOVE '55'        TO SCLMT031-CO-RETU-O
                   MOVE 'NO HAY CAMBIO PROGRAMADO'
                                    TO SCLMT031-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       4800-CONSULTAR-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4850-MOVER-PROGRAMADO                                  *
      *----------------------------------------------------------*
       4850-MOVER-PROGRAMADO.
           MOVE SCLTB040-FEC-EFECTIVA   TO SCLMT031-FE-EFECTIVA-O
           MOVE SCLTB040-FUNCION        TO SCLMT031-FUNCION-PROG-O
           MOVE SCLTB040-NOM-SCTA       TO SCLMT031-NOM-PROG-O
           MOVE SCLTB040-COD-SUCU       TO SCLMT031-SUCU-PROG-O
           MOVE SCLTB040-IND-ESTA-SCTA  TO SCLMT031-ESTA-PROG-O
           MOVE SCLTB040-COD-SCTA-SUPV  TO SCLMT031-SUPV-PROG-O
           MOVE SCLTB040-USUARIO-SOLICITA
                                        TO SCLMT031-USUARIO-PROG-O
           MOVE SCLTB040-FEC-SOLICITUD  TO SCLMT031-FE-SOLIC-PROG-O.
       4850-MOVER-PROGRAMADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-VALIDAR-SUPERVISOR                                 *
      *    EN BLANCO ES VALIDO (SIN SUPERVISOR).  SI VIENE UN      *
      *    CODIGO, EL SUPERVISOR DEBE EXISTIR Y ESTAR ACTIVO, NO   *
