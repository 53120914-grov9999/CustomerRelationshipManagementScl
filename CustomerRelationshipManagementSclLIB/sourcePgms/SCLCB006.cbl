      *                        CORRIDA EN SCTRUNCT (VIA SCLCS043):   *
      *                        FECHA, HORAS, CONTADORES Y RC, PARA   *
      *                        EL REPORTE DE ANOMALIAS SCLCB019.     *
      *  112101 26/10/15 RPAZ  MARCA EN SCLCL001-PROCESO-CAMBIO LOS  *
      *                        REGISTROS QUE MODIFICA, PARA QUE LA   *
      *                        PROMOCION SCLCB021 SEPA QUE CAMBIO    *
      *                        CADA CANDIDATO Y QUIEN LO CAMBIO.     *
      *==============================================================*
      *  PROCESO BATCH QUE LEE EL MAESTRO DE CLIENTES EN PARALELO    *
      *  CON EL ARCHIVO DE TRABAJO DE LA PASADA UNICA (SCLCB018),    *
      *----------------------------------------------------------*
       3100-APLICAR-REASIGNACION.
           MOVE WS-SCTA-SUPV             TO SCLCL001-CO-SCTA-CLI
           MOVE WS-PGM-ID                TO SCLCL001-PROCESO-CAMBIO
           ADD 1 TO WS-CT-REASIGNADOS
           PERFORM 3150-GRABAR-HISTORIA
               THRU 3150-GRABAR-HISTORIA-EXIT
