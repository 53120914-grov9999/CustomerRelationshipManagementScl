************************************************************************
***   * 112102 26/10/15 RPAZ ASSI SOLICITUD DE REASIGNACION DE UN      *
***   *                     CLIENTE A OTRO SECTORISTA                  *
************************************************************************
      *==============================================================*
      *  COPY    : SCLMT034  SOLICITUD DE REASIGNACION DE CLIENTE     *
      *  L.REG   : 180                                               *
      *--------------------------------------------------------------*
      *  NO-CLIENTE-I : CLIENTE A REASIGNAR (MAESTRO DE CLIENTES).    *
      *  CO-SCTA-I    : SECTORISTA DESTINO, CODIGO COMPLETO DE 9      *
      *                 DIGITOS (EL ATAJO DE 5 SE RECHAZA CON '10').  *
      *  CO-USUARIO-I : SOLICITANTE; DEBE TENER IND_AUT_MANT EN       *
      *                 SCT.SCTAUTH, E IND_AUT_INTERSUC SI EL DESTINO *
      *                 ES DE OTRA SUCURSAL QUE LA DEL CLIENTE.       *
      *  EL DESTINO SE VALIDA CON SCLCS031 (MISMA LOGICA DE SCLCA031) *
      *  Y DEBE ESTAR ACTIVO ('00').  CON RETU '00' LA SOLICITUD      *
      *  QUEDA ENCOLADA EN SCT.REASIG_PEND: EL MAESTRO NO CAMBIA      *
      *  HASTA QUE LA APLIQUE EL PROCESO NOCTURNO SCLCB022.           *
      *  LOS DATOS DEL CLIENTE (NOMBRE, SUCURSAL, SECTORISTA ACTUAL)  *
      *  Y DEL DESTINO (NOMBRE, SUCURSAL) VUELVEN INFORMADOS SIEMPRE  *
      *  QUE SE PUDIERON LEER, AUNQUE LA SOLICITUD SE RECHACE.        *
      *--------------------------------------------------------------*
      * RETU-CODE  :  '00' : OK, SOLICITUD ENCOLADA                  *
      *               '01' :                                         *
      *               -----------------------------------------------*
      *               '10' : DATOS DE ENTRADA ERRADOS                *
      *               '20' : CLIENTE NO EXISTE EN EL MAESTRO         *
      *               '30' : SECTORISTA DESTINO NO VALIDO (NO        *
      *                      EXISTE O NO ESTA ACTIVO); EL RETU-CODE  *
      *                      DE SCLCS031 VUELVE EN CO-RETU-SCTA-O    *
      *               '31' : EL DESTINO YA ES EL SECTORISTA DEL      *
      *                      CLIENTE                                 *
      *               '35' : DESTINO DE OTRA SUCURSAL Y SOLICITANTE  *
      *                      SIN DERECHO INTERSUCURSAL               *
      *               '40' : SOLICITANTE NO AUTORIZADO               *
      *               '50' : YA HAY UNA SOLICITUD PENDIENTE PARA EL  *
      *                      CLIENTE                                 *
      *               -----------------------------------------------*
      *               '97' : ERROR EN CICS, LONGITUD COMMAREA        *
      *               '98' : ERROR EN CICS (VER CO-RETU-CICS)        *
      *               '99' : ERROR EN DB2  (VER CO-RETU-DB2)         *
      *==============================================================*
       01  SCLMT034-COMMAREA.
      *--------------------------------------------------- 01-40 ----*
           03  SCLMT034-DATOS-INPUT.
               05  SCLMT034-NO-CLIENTE-I    PIC X(10).
               05  SCLMT034-CO-SCTA-I       PIC X(09).
               05  SCLMT034-CO-USUARIO-I    PIC X(08).
               05  SCLMT034-FILLER-I        PIC X(13).
      *--------------------------------------------------- 41-180 ---*
           03  SCLMT034-DATOS-OUTPUT.
               05  SCLMT034-CO-RETU-O        PIC X(02).
               05  SCLMT034-CO-RETU-CICS-O   PIC X(02).
               05  SCLMT034-CO-RETU-DB2-O    PIC X(04).
               05  SCLMT034-DE-ERROR-O       PIC X(30).
               05  SCLMT034-NOM-CLIENTE-O    PIC X(40).
               05  SCLMT034-CO-SUCU-CLI-O    PIC X(04).
               05  SCLMT034-CO-SCTA-ACTUAL-O PIC X(09).
               05  SCLMT034-NO-SCTA-O        PIC X(40).
               05  SCLMT034-CO-SUCU-SCTA-O   PIC X(04).
               05  SCLMT034-CO-RETU-SCTA-O   PIC X(02).
               05  SCLMT034-FILLER-O         PIC X(03).
      *=================================================== 180 ======*
