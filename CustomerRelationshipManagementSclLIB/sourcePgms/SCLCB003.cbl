      *                        CORRIDA EN SCTRUNCT (VIA SCLCS043):   *
      *                        FECHA, HORAS, CONTADORES Y RC, PARA   *
      *                        EL REPORTE DE ANOMALIAS SCLCB019.     *
      *  112104 26/10/15 RPAZ  UN SECTORISTA CUBIERTO POR OTRO ('01' *
      *                        DE SCLCS031) ES VALIDO: SE GRABA CON  *
      *                        '00' Y SIN LOS DATOS DEL QUE CUBRE,   *
      *                        QUE NO ENTRAN EN LOS 120 BYTES.       *
      *==============================================================*
      *  ENTRADA  : SCTAIN   - SECUENCIAL DE 120 BYTES, UN REGISTRO  *
      *             POR CODIGO DE SECTORISTA A VALIDAR (SOLO SE USA  *
       2000-PROCESAR.
           MOVE FD-ENTRADA-REG      TO SCLCA031-COMMAREA
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           IF SCLCA031-CO-RETU-O = '01'
               MOVE '00'            TO SCLCA031-CO-RETU-O
               MOVE SPACES          TO SCLCA031-DE-ERROR-O
               MOVE SPACES          TO SCLCA031-CO-SCTA-CUBRE-O
           END-IF
           IF SCLCA031-CO-RETU-O = '00'
               ADD 1 TO WS-CT-OK
           ELSE
