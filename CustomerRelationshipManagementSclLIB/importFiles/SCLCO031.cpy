************************************************************************
***   * 112104 26/10/15 RPAZ ASSI INTERFAZ CURSOR DE COBERTURAS        *
************************************************************************
      *==============================================================*
      *  COPY    : SCLCO031  INTERFAZ DE SCLCS048 (CURSOR DE LAS      *
      *            COBERTURAS VIGENTES DE SCT.COBERTURA)              *
      *--------------------------------------------------------------*
      *  CO-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  CO-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  CO-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  EL CURSOR DEVUELVE LAS COBERTURAS 'V' QUE NO TERMINARON     *
      *  (FEC-HASTA DESDE HOY EN ADELANTE), ORDENADAS POR AUSENTE Y  *
      *  FECHA DESDE, CON TRES MARCAS CALCULADAS CONTRA CURRENT DATE:*
      *  IN-INICIA  'S' EMPIEZA MANANA (FEC-DESDE = HOY + 1 DIA).     *
      *  IN-TERMINA 'S' HOY ES EL ULTIMO DIA (FEC-HASTA = HOY).       *
      *  IN-EN-CURSO 'S' YA EMPEZO (FEC-DESDE <= HOY).                *
      *==============================================================*
       01  SCLCO031-INTERFAZ.
           05  SCLCO031-FUNCION          PIC X(05).
           05  SCLCO031-EOF              PIC X(01).
           05  SCLCO031-ERROR            PIC X(01).
           05  SCLCO031-COD-SCTA-AUSENTE PIC X(09).
           05  SCLCO031-COD-SCTA-CUBRE   PIC X(09).
           05  SCLCO031-FEC-DESDE        PIC X(10).
           05  SCLCO031-FEC-HASTA        PIC X(10).
           05  SCLCO031-COD-MOTIVO       PIC X(01).
           05  SCLCO031-IN-INICIA        PIC X(01).
           05  SCLCO031-IN-TERMINA       PIC X(01).
           05  SCLCO031-IN-EN-CURSO      PIC X(01).
      *==============================================================*
