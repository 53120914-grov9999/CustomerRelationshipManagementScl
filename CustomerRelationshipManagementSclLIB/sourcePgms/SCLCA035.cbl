      *                        DBA Y NO QUEDABA RASTRO DE QUIEN      *
      *                        OTORGO QUE; LA REVISION DE SEGURIDAD  *
      *                        DEL TRIMESTRE PASADO LO OBSERVO.      *
      *  112102 26/10/15 RPAZ  AUDITA TAMBIEN EL DERECHO             *
      *                        INTERSUCURSAL (QUINTO INDICADOR DE    *
      *                        SCLAU033-IN-DERECHOS).                *
      *==============================================================*
      *  TRANSACCION CICS QUE RECIBE EL COMMAREA SCLMT032 Y MANTIENE *
      *  LA TABLA DE AUTORIZACION, PREVIA VALIDACION DE QUE EL       *
      *  QUE SCLCA032: LA LOGICA DE ACCESO A DB2 VIVE EN UN MODULO   *
      *  CALLED (SCLCS040) Y CADA INVOCACION DEJA UN REGISTRO DE     *
      *  AUDITORIA, AQUI EN EL KSDS SCLAUDIT3 (COPY SCLAU033), CON   *
      *  LOS CINCO INDICADORES PEDIDOS.                              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           MOVE SCLMT032-IN-AUT-BAJA-I TO SCLAU033-IN-DERECHOS (3:1)
           MOVE SCLMT032-IN-AUT-ADMIN-I
                                       TO SCLAU033-IN-DERECHOS (4:1)
           MOVE SCLMT032-IN-AUT-INTERSUC-I
                                       TO SCLAU033-IN-DERECHOS (5:1)
           MOVE SCLMT032-CO-RETU-O     TO SCLAU033-CO-RETU-O
           EXEC CICS WRITE
               FILE('SCLAUDIT3')
