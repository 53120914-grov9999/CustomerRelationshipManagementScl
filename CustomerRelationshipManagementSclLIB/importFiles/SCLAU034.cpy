************************************************************************
***   * 112102 26/10/15 RPAZ ASSI REGISTRO DE AUDITORIA SCLCA037       *
************************************************************************
      *==============================================================*
      *  COPY    : SCLAU034  AUDITORIA DE INVOCACIONES A SCLCA037    *
      *  L.REG   : 68                                                *
      *  ARCHIVO : SCLAUDIT4 (VSAM KSDS, CLAVE = SCLAU034-CLAVE)     *
      *--------------------------------------------------------------*
      *  UN REGISTRO POR CADA INVOCACION DE LA TRANSACCION DE        *
      *  SOLICITUD DE REASIGNACION DE CLIENTE, INDEPENDIENTEMENTE    *
      *  DEL RETU-CODE DEVUELTO.  ARCHIVO PROPIO PORQUE LA CLAVE DE  *
      *  NEGOCIO ES EL CLIENTE, CAMPO QUE NO EXISTE EN SCLAU031/032. *
      *  SCLAU034-TASK-NO (EIBTASKN) ASEGURA LA UNICIDAD DE LA CLAVE *
      *  AUN CUANDO FECHA/HORA/TERM-ID SE REPITAN (EIBTIME SOLO      *
      *  RESUELVE AL SEGUNDO).                                        *
      *==============================================================*
       01  SCLAU034-REGISTRO.
           05  SCLAU034-CLAVE.
               10  SCLAU034-FECHA           PIC X(08).
               10  SCLAU034-HORA             PIC X(08).
               10  SCLAU034-TERM-ID          PIC X(04).
               10  SCLAU034-TASK-NO          PIC 9(08).
           05  SCLAU034-USER-ID             PIC X(08).
           05  SCLAU034-CO-USUARIO-I        PIC X(08).
           05  SCLAU034-NO-CLIENTE-I        PIC X(10).
           05  SCLAU034-CO-SCTA-I           PIC X(09).
           05  SCLAU034-CO-RETU-O           PIC X(02).
           05  FILLER                       PIC X(03).
      *==============================================================*
