************************************************************************
***   * 109812 26/02/09 RPAZ ASSI REGISTRO MAESTRO DE CLIENTES        *
***   * 112101 26/10/15 RPAZ ASSI CONTROL DE PROMOCION EN EL FILLER:   *
***   *                     NUMERO DE PROMOCION BASE Y PROCESO QUE     *
***   *                     CAMBIO EL REGISTRO EN EL CANDIDATO         *
************************************************************************
      *==============================================================*
      *  COPY    : SCLCL001  MAESTRO DE CLIENTES (EXTRACTO)          *
      *  SOLO SE INCLUYEN LOS CAMPOS QUE NECESITAN LOS PROCESOS DE   *
      *  CONCILIACION DE SECTORISTA.  EL MAESTRO REAL TIENE MUCHOS   *
      *  MAS CAMPOS QUE NO SON DE INTERES PARA ESTOS PROGRAMAS.      *
      *  CONTROL DE PROMOCION (REDEFINE EL FILLER):                  *
      *  NRO-PROMOCION  : NUMERO DE LA PROMOCION (SCLCB021) QUE      *
      *                   GENERO EL MAESTRO DEL QUE SALE EL          *
      *                   REGISTRO.  LOS JOBS QUE ARMAN UN MAESTRO   *
      *                   CANDIDATO LO COPIAN SIN TOCAR, ASI LA      *
      *                   PROMOCION SABE SOBRE QUE MAESTRO SE        *
      *                   CONSTRUYO CADA CANDIDATO.  EN BLANCO EN    *
      *                   LOS MAESTROS ANTERIORES A LA PRIMERA       *
      *                   PROMOCION (SE TOMA COMO CERO).             *
      *  PROCESO-CAMBIO : PROGRAMA QUE MODIFICO EL REGISTRO EN EL    *
      *                   CANDIDATO (SPACES SI NO LO TOCO).  LA      *
      *                   PROMOCION LO LIMPIA AL GRABAR EL MAESTRO.  *
      *==============================================================*
       01  SCLCL001-CLIENTE.
           05  SCLCL001-NO-CLIENTE        PIC X(10).
           05  SCLCL001-NOM-CLIENTE       PIC X(40).
           05  SCLCL001-CO-SCTA-CLI       PIC X(09).
           05  SCLCL001-FILLER            PIC X(17).
           05  SCLCL001-CONTROL-PROMO REDEFINES SCLCL001-FILLER.
               10  SCLCL001-NRO-PROMOCION PIC X(09).
               10  SCLCL001-NRO-PROMO-9 REDEFINES
                   SCLCL001-NRO-PROMOCION PIC 9(09).
               10  SCLCL001-PROCESO-CAMBIO PIC X(08).
      *==============================================================*
