************************************************************************
***   * 112009 26/09/03 RPAZ ASSI REGISTRO DE CONTROL DE CORRIDAS      *
***   *                     BATCH E INTERFAZ DEL GRABADOR SCLCS043     *
***   * 112101 26/10/15 RPAZ ASSI REGISTRO DE DETALLE DE PROMOCION POR *
***   *                     JOB DE ORIGEN EN EL FILLER                 *
************************************************************************
      *==============================================================*
      *  COPY    : SCLRC031  CONTROL DE CORRIDAS BATCH                *
      *  Y SCLCB019 LO MARCA COMO SIN CORRIDA.                        *
      *  EL SIGNIFICADO DE LOS TRES CONTADORES ES EL DE CADA JOB      *
      *  (LEIDOS / APLICADOS / RECHAZADOS-EXCEPCIONES).               *
      *  PGM-ORIGEN : SPACES EN EL REGISTRO NORMAL DE CORRIDA.  LA    *
      *               PROMOCION DEL MAESTRO (SCLCB021) GRABA ADEMAS   *
      *               UN REGISTRO DE DETALLE POR CANDIDATO, CON EL    *
      *               JOB QUE LO GENERO EN PGM-ORIGEN, CT-LEIDOS =    *
      *               REGISTROS DEL MAESTRO ANTES DE PROMOVER,        *
      *               CT-APLICADOS = REGISTROS DESPUES, CT-RECHAZADOS *
      *               = CAMBIOS NO APLICADOS Y CT-CAMBIOS = CAMBIOS   *
      *               APLICADOS DE ESE CANDIDATO.  SCLCB019 SOLO      *
      *               EVALUA LOS REGISTROS CON PGM-ORIGEN EN BLANCO.  *
      *  RC-ERROR   : 'S' EL REGISTRO NO SE PUDO GRABAR (EL JOB NO    *
      *               DEBE ABORTAR POR ESO: SE AVISA POR DISPLAY).    *
      *==============================================================*
               10  SCLRC031-CT-APLICADOS PIC 9(09).
               10  SCLRC031-CT-RECHAZADOS PIC 9(09).
               10  SCLRC031-CO-RC        PIC 9(02).
               10  SCLRC031-PGM-ORIGEN   PIC X(08).
               10  SCLRC031-CT-CAMBIOS   PIC 9(09).
               10  FILLER                PIC X(06).
      *==============================================================*
