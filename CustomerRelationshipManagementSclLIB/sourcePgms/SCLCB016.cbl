      *                        CORRIDA EN SCTRUNCT (VIA SCLCS043):   *
      *                        FECHA, HORAS, CONTADORES Y RC, PARA   *
      *                        EL REPORTE DE ANOMALIAS SCLCB019.     *
      *  112101 26/10/15 RPAZ  MARCA EN SCLCL001-PROCESO-CAMBIO LOS  *
      *                        REGISTROS QUE MODIFICA, PARA QUE LA   *
      *                        PROMOCION SCLCB021 SEPA QUE CAMBIO    *
      *                        CADA CANDIDATO Y QUIEN LO CAMBIO.     *
      *==============================================================*
      *  LA TABLA DE SUCURSALES YA SABE CUANDO UNA SUCURSAL ESTA     *
      *  CERRADA Y SCLCB011 RECHAZA EL FEED QUE APUNTA A ELLA, PERO  *
       4000-MIGRAR-CLIENTES.
           IF SCLCL001-COD-SUCU-CLI = WS-SUCU-CIERRA
               MOVE WS-SUCU-RECIBE       TO SCLCL001-COD-SUCU-CLI
               MOVE WS-PGM-ID            TO SCLCL001-PROCESO-CAMBIO
               ADD 1 TO WS-CT-CLI-MIGRADOS
               MOVE SPACES               TO WS-LINEA-DETALLE
               MOVE 'CLIENTE'            TO DET-TIPO
