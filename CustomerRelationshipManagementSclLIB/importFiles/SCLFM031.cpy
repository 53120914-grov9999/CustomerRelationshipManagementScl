************************************************************************
***   * 112106 26/10/15 RPAZ ASSI INTERFAZ FOTO MENSUAL DE CARTERA     *
************************************************************************
      *==============================================================*
      *  COPY    : SCLFM031  INTERFAZ DE SCLCS051 (FOTO MENSUAL DE    *
      *            CARTERA SCT.CARTERA_MES)                           *
      *--------------------------------------------------------------*
      *  FM-FUNCION : 'OPEN '  ABRE EL CURSOR DE LA FOTO DE           *
      *                        FM-PERIODO (ORDENADO POR SECTORISTA)   *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                 *
      *               'CLOSE'  CIERRA EL CURSOR                       *
      *               'BORRA'  BORRA LA FOTO COMPLETA DE FM-PERIODO   *
      *                        (NO ES ERROR QUE NO EXISTA)            *
      *               'GRABA'  INSERTA LA FILA FM-PERIODO +           *
      *                        FM-COD-SCTA-9 CON FM-COD-SUCU Y        *
      *                        FM-CANT-CLIENTES                       *
      *  FM-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  FM-ERROR   : 'S' EL FETCH, EL BORRADO O LA INSERCION         *
      *               TERMINO POR UN ERROR DURO DE DB2 (SQLCODE EN    *
      *               FM-SQLCODE); EL LLAMADOR NO DEBE TRATAR LA      *
      *               CORRIDA COMO COMPLETA.                          *
      *==============================================================*
       01  SCLFM031-INTERFAZ.
           05  SCLFM031-FUNCION          PIC X(05).
           05  SCLFM031-EOF              PIC X(01).
           05  SCLFM031-ERROR            PIC X(01).
           05  SCLFM031-SQLCODE          PIC X(04).
           05  SCLFM031-PERIODO          PIC X(06).
           05  SCLFM031-COD-SCTA-9       PIC X(09).
           05  SCLFM031-COD-SUCU         PIC X(04).
           05  SCLFM031-CANT-CLIENTES    PIC 9(07).
      *==============================================================*
