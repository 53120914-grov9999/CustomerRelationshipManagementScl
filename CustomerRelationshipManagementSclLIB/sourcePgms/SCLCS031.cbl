      *  109812 26/02/21 RPAZ  ACORTA LOS MENSAJES DE DE-ERROR-O QUE *
      *                        SUPERABAN LOS 20 BYTES DEL CAMPO Y SE *
      *                        TRUNCABAN EN SILENCIO.                *
      *  112104 26/10/15 RPAZ  SI EL SECTORISTA RESULTA ACTIVO Y HOY *
      *                        ESTA CUBIERTO POR OTRO EN             *
      *                        SCT.COBERTURA DEVUELVE RETU-CODE '01' *
      *                        CON CODIGO, NOMBRE Y FECHA HASTA DEL  *
      *                        QUE CUBRE.                            *
      *==============================================================*
      *  ESTE MODULO CONTIENE LA UNICA LOGICA DE VALIDACION DEL      *
      *  CODIGO DE SECTORISTA CONTRA LA TABLA DB2.  ES INVOCADO      *
      *    AREA DE TRABAJO PARA EL ACCESO A LA TABLA DB2          *
      *----------------------------------------------------------*
       COPY SCLTB031.
       COPY SCLTB038.
       01  WS-NOM-SCTA-CUBRE           PIC X(40).
       01  WS-SQLCODE-ED               PIC -999.
       EXEC SQL
           INCLUDE SQLCA
           MOVE SPACES             TO SCLCA031-IN-ESTA-O
           MOVE SPACES             TO SCLCA031-CO-SCTA-SUPV-O
           MOVE ZERO               TO SCLCA031-CT-REINTENTO-O
           MOVE SPACES             TO SCLCA031-CO-SCTA-CUBRE-O
           MOVE SPACES             TO SCLCA031-NO-SCTA-CUBRE-O
           MOVE SPACES             TO SCLCA031-FE-HASTA-CUBRE-O
           MOVE SPACES             TO SCLCA031-FILLER-O
           MOVE '00'                TO SCLCA031-CO-RETU-O.
       1000-INICIALIZAR-EXIT.
           IF SCLCA031-CO-RETU-O = '00'
               PERFORM 3200-CONSULTAR-SECTORISTA
                   THRU 3200-CONSULTAR-SECTORISTA-EXIT
           END-IF
           IF SCLCA031-CO-RETU-O = '00'
               PERFORM 3300-CONSULTAR-COBERTURA
                   THRU 3300-CONSULTAR-COBERTURA-EXIT
           END-IF.
       3000-RESOLVER-SECTORISTA-EXIT.
           EXIT.
       3220-REINTENTAR-CONSULTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-CONSULTAR-COBERTURA                               *
      *    SOLO PARA UN SECTORISTA ACTIVO: SI HOY CAE DENTRO DE   *
      *    UNA COBERTURA VIGENTE, DEVUELVE '01' CON EL QUE CUBRE. *
      *    CONTROLA LOS REINTENTOS DE 3310 ANTE ERRORES DB2      *
      *    TRANSITORIOS (DEADLOCK/TIMEOUT).                       *
      *----------------------------------------------------------*
       3300-CONSULTAR-COBERTURA.
           MOVE ZERO TO WS-CT-REINTENTO-OPER
           PERFORM 3310-EJECUTAR-COBERTURA
               THRU 3310-EJECUTAR-COBERTURA-EXIT
           PERFORM 3320-REINTENTAR-COBERTURA
               THRU 3320-REINTENTAR-COBERTURA-EXIT
               UNTIL NOT WS-ERROR-TRANSITORIO
                  OR WS-CT-REINTENTO-OPER >= WS-MAX-REINTENTOS-DB2
           ADD WS-CT-REINTENTO-OPER TO SCLCA031-CT-REINTENTO-O
           IF WS-ERROR-DB2
               PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-IF.
       3300-CONSULTAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3310-EJECUTAR-COBERTURA                               *
      *    UN SOLO INTENTO DE LA CONSULTA DE COBERTURA.  NO PUEDE *
      *    HABER DOS COBERTURAS VIGENTES SUPERPUESTAS DEL MISMO   *
      *    AUSENTE (LO CONTROLA SCLCS047), ASI QUE A LO SUMO UNA  *
      *    FILA CUMPLE LA CONDICION.                              *
      *----------------------------------------------------------*
       3310-EJECUTAR-COBERTURA.
           MOVE 'N' TO WS-SW-ERROR-DB2
           MOVE 'N' TO WS-SW-ERROR-TRANSITORIO
           EXEC SQL
               SELECT C.COD_SCTA_CUBRE, S.NOM_SCTA, C.FEC_HASTA
                 INTO :SCLTB038-COD-SCTA-CUBRE, :WS-NOM-SCTA-CUBRE,
                      :SCLTB038-FEC-HASTA
                 FROM SCT.COBERTURA C, SCT.SECTORISTA S
                WHERE C.COD_SCTA_AUSENTE = :SCLTB031-COD-SCTA-9
                  AND C.IND_ESTADO       = 'V'
                  AND CURRENT DATE BETWEEN DATE(C.FEC_DESDE)
                                       AND DATE(C.FEC_HASTA)
                  AND S.COD_SCTA_9       = C.COD_SCTA_CUBRE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '01'        TO SCLCA031-CO-RETU-O
                   MOVE 'SECTORISTA CUBIERTO'
                                    TO SCLCA031-DE-ERROR-O
                   MOVE SCLTB038-COD-SCTA-CUBRE
                                    TO SCLCA031-CO-SCTA-CUBRE-O
                   MOVE WS-NOM-SCTA-CUBRE
                                    TO SCLCA031-NO-SCTA-CUBRE-O
                   MOVE SCLTB038-FEC-HASTA
                                    TO SCLCA031-FE-HASTA-CUBRE-O
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'S' TO WS-SW-ERROR-DB2
                   PERFORM 9100-ES-ERROR-TRANSITORIO
                       THRU 9100-ES-ERROR-TRANSITORIO-EXIT
           END-EVALUATE.
       3310-EJECUTAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3320-REINTENTAR-COBERTURA                             *
      *----------------------------------------------------------*
       3320-REINTENTAR-COBERTURA.
           ADD 1 TO WS-CT-REINTENTO-OPER
           PERFORM 3310-EJECUTAR-COBERTURA
               THRU 3310-EJECUTAR-COBERTURA-EXIT.
       3320-REINTENTAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
