************************************************************************
***   * 111211 26/08/21 RPAZ ASSI CONSULTA PAGINADA DE CARTERA        *
***   * 112104 26/10/15 RPAZ ASSI RETU-CODE '01' Y DATOS DEL QUE CUBRE *
***   *                     AL SECTORISTA.  L.REG PASA A 720           *
************************************************************************
      *==============================================================*
      *  COPY    : SCLPF031  CARTERA DE CLIENTES DEL SECTORISTA       *
      *  L.REG   : 720                                               *
      *--------------------------------------------------------------*
      *  DEVUELVE UNA PAGINA DE HASTA 10 CLIENTES DEL SECTORISTA     *
      *  CONSULTADO (NUMERO, NOMBRE Y SUCURSAL DEL CLIENTE, SEGUN    *
      *  9 DIGITOS: EL ATAJO DE 5 DIGITOS SE RECHAZA CON '10'.  UN   *
      *  SECTORISTA INACTIVO ('21' EN SCLCS031) DEVUELVE IGUAL SU    *
      *  CARTERA, CON IN-ESTA-O = 'I'.                               *
      *  SI EL SECTORISTA ESTA CUBIERTO HOY POR OTRO (SCT.COBERTURA) *
      *  SE DEVUELVE '01' CON LA PAGINA Y LOS DATOS DEL QUE CUBRE    *
      *  PARA MOSTRAR EN EL ENCABEZADO.  LOS LLAMADORES QUE TODAVIA  *
      *  USAN EL LAYOUT DE 660 BYTES RECIBEN '00' Y NO VEN ESOS      *
      *  CAMPOS.                                                     *
      *--------------------------------------------------------------*
      * RETU-CODE  :  '00' : OK (CT-CLIENTES-O PUEDE SER CERO)       *
      *               '01' : OK, SECTORISTA CUBIERTO HOY POR OTRO    *
      *                      (VER CO-SCTA-CUBRE-O / NO-SCTA-CUBRE-O) *
      *               -----------------------------------------------*
      *               '10' : SECTORISTA ERRADO (SPACES O CODIGO      *
      *                      DE 5 DIGITOS EN VEZ DEL DE 9)           *
   1           05  SCLPF031-CO-SCTA-I       PIC X(09).
  10           05  SCLPF031-CLIENTE-DESDE-I PIC X(10).
  20           05  SCLPF031-FILLER-I        PIC X(11).
      *--------------------------------------------------- 31-720 ---*
  31       03  SCLPF031-DATOS-OUTPUT.
  31           05  SCLPF031-CO-RETU-O        PIC X(02).
  33           05  SCLPF031-CO-RETU-CICS-O   PIC X(02).
               10  SCLPF031-NO-CLIENTE-O     PIC X(10).
               10  SCLPF031-NOM-CLIENTE-O    PIC X(40).
               10  SCLPF031-CO-SUCU-CLI-O    PIC X(04).
 653           05  SCLPF031-CO-SCTA-CUBRE-O  PIC X(09).
 662           05  SCLPF031-NO-SCTA-CUBRE-O  PIC X(40).
 702           05  SCLPF031-FE-HASTA-CUBRE-O PIC X(10).
 712           05  SCLPF031-FILLER-O         PIC X(09).
      *=================================================== 720 ======*
