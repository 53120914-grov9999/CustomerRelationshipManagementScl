      *                        RC=4 TODAS LAS MANANAS SIGUIENTES,    *
      *                        LO QUE ACOSTUMBRA A OPERACIONES A     *
      *                        IGNORAR EL REPORTE.                   *
      *  112101 26/10/15 RPAZ  IGNORA LOS REGISTROS DE DETALLE POR   *
      *                        CANDIDATO DE LA PROMOCION DEL MAESTRO *
      *                        (SCLCB021), QUE LLEVAN PGM-ORIGEN Y   *
      *                        NO SON CORRIDAS DE UN JOB.            *
      *==============================================================*
      *  ENTRADA  : SCTRUNCT - CONTROL DE CORRIDAS (COPY SCLRC031),  *
      *             ACUMULADO POR SCLCS043 DESDE CADA JOB SCLCB.     *
      *    2000-ACUMULAR                                          *
      *    UN REGISTRO DE FECHA POSTERIOR A LA EVALUADA NO SE     *
      *    MIRA: NI ES LA CORRIDA EVALUADA NI ES HISTORIA PREVIA. *
      *    TAMPOCO LOS REGISTROS DE DETALLE DE LA PROMOCION       *
      *    (PGM-ORIGEN INFORMADO): NO SON CORRIDAS.               *
      *----------------------------------------------------------*
       2000-ACUMULAR.
           IF SCLRC031-FECHA <= WS-FECHA-EVALUADA
              AND SCLRC031-PGM-ORIGEN = SPACES
               PERFORM 2100-UBICAR-PROGRAMA
                   THRU 2100-UBICAR-PROGRAMA-EXIT
               IF SCLRC031-FECHA = WS-FECHA-EVALUADA
