************************************************************************
***   * 112108 26/10/15 RPAZ ASSI INTERFAZ CURSOR HISTORIA DE          *
***   *                     SECTORISTAS DESDE UNA FECHA                *
************************************************************************
      *==============================================================*
      *  COPY    : SCLSH031  INTERFAZ DE SCLCS054 (CURSOR DE FILAS    *
      *            DE SCT.SECTORISTA_HIST DESDE UNA FECHA)            *
      *--------------------------------------------------------------*
      *  SH-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  SH-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  SH-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  SH-FEC-DESDE (AAAA-MM-DD) SE INFORMA EN EL 'OPEN': EL       *
      *  CURSOR DEVUELVE LAS FILAS CON FEC-CAMBIO >= DESDE, CON SU   *
      *  IMAGEN COMPLETA, ORDENADAS POR CODIGO Y FECHA/HORA DEL      *
      *  CAMBIO.  LA IMAGEN TIENE EL SENTIDO DE SCLTB033 (PREVIA A   *
      *  LA ACCION, SALVO EN EL ALTA).                               *
      *==============================================================*
       01  SCLSH031-INTERFAZ.
           05  SCLSH031-FUNCION          PIC X(05).
           05  SCLSH031-EOF              PIC X(01).
           05  SCLSH031-ERROR            PIC X(01).
           05  SCLSH031-FEC-DESDE        PIC X(10).
           05  SCLSH031-COD-SCTA-9       PIC X(09).
           05  SCLSH031-IMAGEN.
               10  SCLSH031-COD-SCTA-5    PIC X(05).
               10  SCLSH031-NOM-SCTA      PIC X(40).
               10  SCLSH031-COD-SUCU      PIC X(04).
               10  SCLSH031-IND-ESTA-SCTA PIC X(01).
               10  SCLSH031-COD-SCTA-SUPV PIC X(09).
           05  SCLSH031-FEC-CAMBIO       PIC X(10).
           05  SCLSH031-HORA-CAMBIO      PIC X(08).
           05  SCLSH031-USUARIO          PIC X(08).
           05  SCLSH031-FUNCION-HIST     PIC X(06).
      *==============================================================*
