***   *                     '20' (NO EXISTE)                          *
***   * 109812 26/02/16 RPAZ ASSI AGREGA CONTADOR DE REINTENTOS DB2   *
***   *                     EN EL FILLER-O                            *
***   * 112104 26/10/15 RPAZ ASSI RETU-CODE '01' (SECTORISTA CUBIERTO  *
***   *                     POR OTRO) CON CODIGO, NOMBRE Y FECHA HASTA *
***   *                     DEL QUE CUBRE.  L.REG PASA A 180           *
************************************************************************
      *==============================================================*
      *  COPY    : SCLCA031  INFORMACION DEL SECTORISTA               *
      *  L.REG   : 180                                               *
      *--------------------------------------------------------------*
      * RETU-CODE  :  '00' : OK                                      *
      *               '01' : OK, PERO EL SECTORISTA ESTA CUBIERTO    *
      *                      HOY POR OTRO (SCT.COBERTURA): VER       *
      *                      CO-SCTA-CUBRE-O / NO-SCTA-CUBRE-O       *
      *               -----------------------------------------------*
      *               '10' : SECTORISTA ERRADO (SPACES)              *
      *               '20' : SECTORISTA NO EXISTE EN TABLA-DB2       *
      *               RETU-CODE TERMINA EN '99' Y CT-REINTENTO-O ES  *
      *               IGUAL AL MAXIMO CONFIGURADO, EL ERROR DB2 NO   *
      *               ERA TRANSITORIO, O LOS REINTENTOS SE AGOTARON. *
      *  CO-SCTA-CUBRE-O/NO-SCTA-CUBRE-O/FE-HASTA-CUBRE-O: SOLO CON   *
      *               RETU-CODE '01'; EL SECTORISTA SIGUE SIENDO EL  *
      *               DUENO DE LA CARTERA, EL QUE CUBRE LA ATIENDE   *
      *               HASTA FE-HASTA-CUBRE-O (AAAA-MM-DD).           *
      *  LOS LLAMADORES QUE TODAVIA USAN EL LAYOUT DE 120 BYTES      *
      *  (SCLCA031 CON COMMAREA CORTO, SCTAOUT DE SCLCB003) RECIBEN  *
      *  '00' EN VEZ DE '01'.                                        *
      *==============================================================*
       01  SCLCA031-COMMAREA.
      *--------------------------------------------------- 01-20 ----*
   1               10 SCLCA031-CO-SCTA5     PIC X(05).
   6               10 FILLER                PIC X(04).
   10          05  SCLCA031-FILLER-I        PIC X(11).
      *--------------------------------------------------- 21-180 ---*
 21        03  SCLCA031-DATOS-OUTPUT.
  21           05  SCLCA031-CO-RETU-O        PIC X(02).
  23           05  SCLCA031-CO-RETU-CICS-O   PIC X(02).
               88  SCLCA031-SCTA-INACTIVO-O        VALUE 'I'.
 102           05  SCLCA031-CO-SCTA-SUPV-O   PIC X(09).
 111           05  SCLCA031-CT-REINTENTO-O   PIC 9(02).
 113           05  SCLCA031-CO-SCTA-CUBRE-O  PIC X(09).
 122           05  SCLCA031-NO-SCTA-CUBRE-O  PIC X(40).
 162           05  SCLCA031-FE-HASTA-CUBRE-O PIC X(10).
 172           05  SCLCA031-FILLER-O         PIC X(09).
      *=================================================== 180 ======*

