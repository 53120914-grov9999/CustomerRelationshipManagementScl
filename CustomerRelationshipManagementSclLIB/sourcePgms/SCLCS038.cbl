      *                        ANTERIOR, NUEVO, FECHA Y PROCESO),    *
      *                        PARA PODER PROBAR QUIEN MANEJABA UNA  *
      *                        CUENTA A UNA FECHA DADA.              *
      *  112102 26/10/15 RPAZ  GRABA EL USUARIO SOLICITANTE DEL      *
      *                        CAMBIO (HI-USUARIO), PARA LAS         *
      *                        REASIGNACIONES PEDIDAS POR PANTALLA.  *
      *==============================================================*
      *  ESTE MODULO ES EL UNICO LUGAR DONDE SE INSERTA EN LA TABLA  *
      *  DE HISTORIA DE SECTORISTA DEL CLIENTE, PARA QUE TODOS LOS   *
           EXEC SQL
               INSERT INTO SCT.CLIENTE_SCTA_HIST
                   (NO_CLIENTE, COD_SCTA_ANT, COD_SCTA_NUE,
                    FEC_CAMBIO, HORA_CAMBIO, PROCESO, USUARIO)
               VALUES
                   (:SCLHI032-NO-CLIENTE, :SCLHI032-COD-SCTA-ANT,
                    :SCLHI032-COD-SCTA-NUE,
                    CURRENT DATE, CURRENT TIME,
                    :SCLHI032-PROCESO, :SCLHI032-USUARIO)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S'              TO SCLHI032-ERROR
