************************************************************************
***   * 112105 26/10/15 RPAZ ASSI INTERFAZ CURSOR BAJAS APROBADAS      *
************************************************************************
      *==============================================================*
      *  COPY    : SCLBA031  INTERFAZ DE SCLCS050 (CURSOR DE BAJAS    *
      *            DE SECTORISTA APROBADAS EN SCT.BAJA_PEND)          *
      *--------------------------------------------------------------*
      *  BA-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  BA-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  BA-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  BA-DIAS    : SE INFORMA EN EL 'OPEN': EL CURSOR DEVUELVE    *
      *               LAS SOLICITUDES EN ESTADO 'A' RESUELTAS EN     *
      *               LOS ULTIMOS BA-DIAS DIAS, ORDENADAS POR        *
      *               USUARIO APROBADOR Y FECHA DE RESOLUCION.       *
      *==============================================================*
       01  SCLBA031-INTERFAZ.
           05  SCLBA031-FUNCION          PIC X(05).
           05  SCLBA031-EOF              PIC X(01).
           05  SCLBA031-ERROR            PIC X(01).
           05  SCLBA031-DIAS             PIC 9(03).
           05  SCLBA031-COD-SCTA-9       PIC X(09).
           05  SCLBA031-USUARIO-SOLICITA PIC X(08).
           05  SCLBA031-USUARIO-RESUELVE PIC X(08).
           05  SCLBA031-FEC-RESOLUCION   PIC X(10).
      *==============================================================*
