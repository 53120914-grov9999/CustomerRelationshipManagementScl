************************************************************************
***   * 112002 26/09/03 RPAZ ASSI HOST VARS TABLA DB2 CLIENTE_SCTA_HIST*
***   * 112102 26/10/15 RPAZ ASSI AGREGA USUARIO (SOLICITANTE DEL      *
***   *                     CAMBIO, EN BLANCO SI LO DECIDIO UN PROCESO)*
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB035  HOST-VARIABLES TABLA DB2                 *
      *  COD-SCTA-ANT ES EL CODIGO QUE EL CLIENTE TENIA ANTES DEL     *
      *  CAMBIO Y COD-SCTA-NUE EL QUE QUEDO DESPUES; PROCESO ES EL    *
      *  PROGRAMA QUE LO APLICO.  FEC/HORA-CAMBIO SON CURRENT         *
      *  DATE/TIME DE DB2 AL MOMENTO DE GRABAR.  USUARIO ES QUIEN     *
      *  PIDIO EL CAMBIO CUANDO LO PIDIO UNA PERSONA (SOLICITUDES DE  *
      *  REASIGNACION DE SCLCA037 QUE APLICA SCLCB022); EN BLANCO     *
      *  CUANDO EL CAMBIO LO DECIDIO EL PROPIO PROCESO.               *
      *  UNA CORRECCION HECHA DIRECTO SOBRE EL ARCHIVO MAESTRO (SIN   *
      *  PASAR POR ESTOS PROCESOS) NO DEJA FILA AQUI: POR ESO LAS     *
      *  CORRECCIONES MANUALES DEBEN CANALIZARSE POR SCLCB014.        *
           05  SCLTB035-FEC-CAMBIO        PIC X(10).
           05  SCLTB035-HORA-CAMBIO       PIC X(08).
           05  SCLTB035-PROCESO           PIC X(08).
           05  SCLTB035-USUARIO           PIC X(08).
      *==============================================================*
