************************************************************************
***   * 112104 26/10/15 RPAZ ASSI MANTENIMIENTO DE COBERTURAS          *
***   *                     TEMPORARIAS DE SECTORISTA                  *
************************************************************************
      *==============================================================*
      *  COPY    : SCLMT035  MANTENIMIENTO DE COBERTURAS (AUSENTE /   *
      *            SECTORISTA QUE LO CUBRE / PERIODO)                *
      *  L.REG   : 380                                               *
      *--------------------------------------------------------------*
      *  FUNCION-I  : 'ALTA  ' REGISTRA QUE CO-SCTA-CUBRE-I ATIENDE   *
      *               LA CARTERA DE CO-SCTA-AUS-I ENTRE FE-DESDE-I Y  *
      *               FE-HASTA-I (AAAA-MM-DD, INCLUSIVE).             *
      *               'CANCEL' CANCELA LA COBERTURA VIGENTE DEL       *
      *               AUSENTE QUE EMPIEZA EN FE-DESDE-I.              *
      *               'CONSUL' DEVUELVE HASTA 5 COBERTURAS VIGENTES   *
      *               DEL AUSENTE QUE NO TERMINARON, POR FECHA DESDE. *
      *  CO-USUARIO-I : USUARIO QUE OPERA.  ALTA Y CANCEL REQUIEREN  *
      *               IND_AUT_MANT EN SCT.SCTAUTH; CONSUL SOLO LA     *
      *               LLAVE GENERAL IND_AUTORIZA.  UN QUE CUBRE DE    *
      *               OTRA SUCURSAL REQUIERE IND_AUT_INTERSUC.        *
      *  AMBOS CODIGOS DE SECTORISTA SON DE 9 DIGITOS.  EL AUSENTE    *
      *  DEBE ESTAR ACTIVO; EL QUE CUBRE TAMBIEN, Y NO PUEDE ESTAR    *
      *  CUBIERTO NI EL AUSENTE CUBRIR A OTRO EN EL MISMO PERIODO.    *
      *  FE-HASTA-I NO PUEDE SER ANTERIOR A HOY NI A FE-DESDE-I.      *
      *--------------------------------------------------------------*
      * RETU-CODE  :  '00' : OK                                      *
      *               '01' :                                         *
      *               -----------------------------------------------*
      *               '10' : DATOS DE ENTRADA ERRADOS                *
      *               '20' : AUSENTE NO EXISTE O NO ESTA ACTIVO, O   *
      *                      (CANCEL) NO HAY COBERTURA VIGENTE CON   *
      *                      ESA FECHA DESDE                         *
      *               '30' : EL QUE CUBRE NO EXISTE O NO ESTA ACTIVO *
      *               '35' : EL QUE CUBRE ES DE OTRA SUCURSAL Y EL   *
      *                      USUARIO NO TIENE DERECHO INTERSUCURSAL  *
      *               '40' : USUARIO NO AUTORIZADO                   *
      *               '50' : EL AUSENTE YA TIENE UNA COBERTURA QUE   *
      *                      SE SUPERPONE CON EL PERIODO             *
      *               '51' : EL QUE CUBRE ESTA CUBIERTO POR OTRO EN  *
      *                      EL PERIODO                              *
      *               '52' : EL AUSENTE CUBRE A OTRO EN EL PERIODO   *
      *               -----------------------------------------------*
      *               '97' : ERROR EN CICS, LONGITUD COMMAREA        *
      *               '98' : ERROR EN CICS (VER CO-RETU-CICS)        *
      *               '99' : ERROR EN DB2  (VER CO-RETU-DB2)         *
      *==============================================================*
       01  SCLMT035-COMMAREA.
      *--------------------------------------------------- 01-60 ----*
   1       03  SCLMT035-DATOS-INPUT.
   1           05  SCLMT035-FUNCION-I       PIC X(06).
   7           05  SCLMT035-CO-SCTA-AUS-I   PIC X(09).
  16           05  SCLMT035-CO-SCTA-CUBRE-I PIC X(09).
  25           05  SCLMT035-FE-DESDE-I      PIC X(10).
  35           05  SCLMT035-FE-HASTA-I      PIC X(10).
  45           05  SCLMT035-CO-MOTIVO-I     PIC X(01).
  46           05  SCLMT035-CO-USUARIO-I    PIC X(08).
  54           05  SCLMT035-FILLER-I        PIC X(07).
      *--------------------------------------------------- 61-380 ---*
  61       03  SCLMT035-DATOS-OUTPUT.
  61           05  SCLMT035-CO-RETU-O        PIC X(02).
  63           05  SCLMT035-CO-RETU-CICS-O   PIC X(02).
  65           05  SCLMT035-CO-RETU-DB2-O    PIC X(04).
  69           05  SCLMT035-DE-ERROR-O       PIC X(30).
  99           05  SCLMT035-NO-SCTA-AUS-O    PIC X(40).
 139           05  SCLMT035-NO-SCTA-CUBRE-O  PIC X(40).
 179           05  SCLMT035-CT-COBERTURAS-O  PIC 9(02).
 181           05  SCLMT035-COBERTURA-O OCCURS 5 TIMES.
                   10  SCLMT035-CO-SCTA-CUBRE-O PIC X(09).
                   10  SCLMT035-FE-DESDE-O      PIC X(10).
                   10  SCLMT035-FE-HASTA-O      PIC X(10).
                   10  SCLMT035-CO-MOTIVO-O     PIC X(01).
                   10  SCLMT035-USUARIO-ALTA-O  PIC X(08).
 371           05  SCLMT035-FILLER-O         PIC X(10).
      *=================================================== 380 ======*
