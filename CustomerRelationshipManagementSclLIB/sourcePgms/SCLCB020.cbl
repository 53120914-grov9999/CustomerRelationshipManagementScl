      *                        ATAJO DE 5 DIGITOS (RETU-CODE '30')   *
      *                        Y TODO CONSUMIDOR DEBE SEGUIR         *
      *                        MANEJANDO LOS DOS FORMATOS.           *
      *  112101 26/10/15 RPAZ  MARCA EN SCLCL001-PROCESO-CAMBIO LOS  *
      *                        REGISTROS QUE MODIFICA, PARA QUE LA   *
      *                        PROMOCION SCLCB021 SEPA QUE CAMBIO    *
      *                        CADA CANDIDATO Y QUIEN LO CAMBIO.     *
      *==============================================================*
      *  PROCESO BATCH DE MIGRACION (CORRIDA UNICA, REPETIBLE) QUE   *
      *  CARGA EL CROSSWALK 5-A-9 EN MEMORIA (CURSOR DE SCLCS032,    *
                   MOVE '30' TO WS-MOTIVO
               WHEN OTHER
                   MOVE WS-SCTA-RESUELTO TO SCLCL001-CO-SCTA-CLI
                   MOVE WS-PGM-ID        TO SCLCL001-PROCESO-CAMBIO
                   ADD 1 TO WS-CT-CONVERTIDOS
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
