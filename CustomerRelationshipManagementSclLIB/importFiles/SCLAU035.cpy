************************************************************************
***   * 112104 26/10/15 RPAZ ASSI REGISTRO DE AUDITORIA SCLCA038       *
************************************************************************
      *==============================================================*
      *  COPY    : SCLAU035  AUDITORIA DE INVOCACIONES A SCLCA038    *
      *  L.REG   : 80                                                *
      *  ARCHIVO : SCLAUDIT5 (VSAM KSDS, CLAVE = SCLAU035-CLAVE)     *
      *--------------------------------------------------------------*
      *  UN REGISTRO POR CADA INVOCACION DE LA TRANSACCION DE        *
      *  MANTENIMIENTO DE COBERTURAS, INDEPENDIENTEMENTE DEL         *
      *  RETU-CODE DEVUELTO.  ARCHIVO PROPIO PORQUE LA CLAVE DE      *
      *  NEGOCIO ES EL PAR AUSENTE/CUBRE CON SU PERIODO, CAMPOS QUE  *
      *  NO EXISTEN EN LOS OTROS REGISTROS DE AUDITORIA.             *
      *  SCLAU035-TASK-NO (EIBTASKN) ASEGURA LA UNICIDAD DE LA CLAVE *
      *  AUN CUANDO FECHA/HORA/TERM-ID SE REPITAN (EIBTIME SOLO      *
      *  RESUELVE AL SEGUNDO).                                        *
      *==============================================================*
       01  SCLAU035-REGISTRO.
           05  SCLAU035-CLAVE.
               10  SCLAU035-FECHA           PIC X(08).
               10  SCLAU035-HORA             PIC X(08).
               10  SCLAU035-TERM-ID          PIC X(04).
               10  SCLAU035-TASK-NO          PIC 9(08).
           05  SCLAU035-USER-ID             PIC X(08).
           05  SCLAU035-CO-USUARIO-I        PIC X(08).
           05  SCLAU035-FUNCION-I           PIC X(06).
           05  SCLAU035-CO-SCTA-AUS-I       PIC X(09).
           05  SCLAU035-CO-SCTA-CUBRE-I     PIC X(09).
           05  SCLAU035-FE-DESDE-I          PIC X(10).
           05  SCLAU035-CO-RETU-O           PIC X(02).
      *==============================================================*
