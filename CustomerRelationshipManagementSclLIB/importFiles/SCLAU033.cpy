************************************************************************
***   * 112006 26/09/03 RPAZ ASSI REGISTRO DE AUDITORIA SCLCA035       *
***   * 112102 26/10/15 RPAZ ASSI IN-DERECHOS PASA A X(05) CON EL      *
***   *                     DERECHO INTERSUCURSAL (L.REG 65); EL KSDS  *
***   *                     SE CONVIERTE CON EL JOB SCLAU033           *
************************************************************************
      *==============================================================*
      *  COPY    : SCLAU033  AUDITORIA DE INVOCACIONES A SCLCA035    *
      *  L.REG   : 65                                                *
      *  ARCHIVO : SCLAUDIT3 (VSAM KSDS, CLAVE = SCLAU033-CLAVE)     *
      *--------------------------------------------------------------*
      *  UN REGISTRO POR CADA INVOCACION DE LA TRANSACCION DE        *
      *  MANTENIMIENTO DE SCT.SCTAUTH, INDEPENDIENTEMENTE DEL        *
      *  RETU-CODE DEVUELTO: HASTA AHORA UN GRANT SE HACIA POR SQL   *
      *  DE UN DBA Y NO QUEDABA RASTRO DE QUIEN OTORGO QUE.          *
      *  IN-DERECHOS GUARDA LOS CINCO INDICADORES PEDIDOS            *
      *  (AUTORIZA/MANT/BAJA/ADMIN/INTERSUC, EN ESE ORDEN); EN LOS   *
      *  REGISTROS ANTERIORES AL QUINTO (CONVERTIDOS DE 64 A 65 POR  *
      *  EL JOB SCLAU033) EL QUINTO VIENE EN BLANCO.                 *
      *  SCLAU033-TASK-NO (EIBTASKN) ASEGURA LA UNICIDAD DE LA CLAVE *
      *  AUN CUANDO FECHA/HORA/TERM-ID SE REPITAN (EIBTIME SOLO      *
      *  RESUELVE AL SEGUNDO).                                        *
           05  SCLAU033-CO-USUARIO-I        PIC X(08).
           05  SCLAU033-CO-USUARIO-OBJ-I    PIC X(08).
           05  SCLAU033-FUNCION-I           PIC X(06).
           05  SCLAU033-IN-DERECHOS         PIC X(05).
           05  SCLAU033-CO-RETU-O           PIC X(02).
      *==============================================================*
