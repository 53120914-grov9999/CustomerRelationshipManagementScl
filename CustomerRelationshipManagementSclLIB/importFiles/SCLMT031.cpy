***   *                     DUAL) Y DEVUELVE '01'; SE AGREGAN '52'    *
***   *                     (BAJA YA PENDIENTE) Y '53' (SECTORISTA    *
***   *                     YA INACTIVO)                              *
***   * 112109 26/10/15 RPAZ ASSI FECHA EFECTIVA OPCIONAL (FUTURA =    *
***   *                     CAMBIO PROGRAMADO, RETU '02'), FUNCIONES  *
***   *                     'CONSUL' Y 'CANCEL' DEL CAMBIO PROGRAMADO *
***   *                     Y RETU '54'/'55'.  L.REG PASA A 240       *
************************************************************************
      *==============================================================*
      *  COPY    : SCLMT031  MANTENIMIENTO DEL SECTORISTA             *
      *  L.REG   : 240                                               *
      *--------------------------------------------------------------*
      *  FUNCION-I  : 'ALTA  ' ALTA DE UN SECTORISTA NUEVO            *
      *               'CAMBIO' MODIFICACION DE UN SECTORISTA EXISTENTE*
      *                        (RETU-CODE '01') HASTA QUE OTRO        *
      *                        USUARIO AUTORIZADO LA APRUEBE POR      *
      *                        SCLCA036.                              *
      *               'CONSUL' DEVUELVE EL CAMBIO PROGRAMADO PENDIENTE*
      *                        DEL SECTORISTA (DATOS-PROG-OUTPUT).    *
      *               'CANCEL' CANCELA EL CAMBIO PROGRAMADO PENDIENTE *
      *                        DEL SECTORISTA PARA FE-EFECTIVA-I.     *
      *  EN CAMBIO Y BAJA SOLO SE REQUIERE CO-SCTA-I; EN ALTA Y       *
      *  CAMBIO SE USAN ADEMAS NOM-SCTA-I/CO-SUCU-I/IN-ESTA-I/        *
      *  CO-SCTA-SUPV-I.  CO-USUARIO-I ES EL USUARIO QUE SOLICITA EL  *
      *  MANTENIMIENTO, Y SE VALIDA CONTRA LA TABLA DE AUTORIZACION   *
      *  ANTES DE TOCAR SCT.SECTORISTA.                               *
      *  FE-EFECTIVA-I (AAAA-MM-DD, OPCIONAL EN ALTA/CAMBIO/BAJA): EN *
      *  BLANCO O HOY EL MANTENIMIENTO SE EJECUTA AL INSTANTE.  UNA   *
      *  FECHA FUTURA LO VALIDA IGUAL (AUTORIZACION, SUPERVISOR,      *
      *  SUCURSAL, EXISTENCIA) Y LO DEJA PROGRAMADO EN                *
      *  SCT.SCTA_PROGRAMADA (RETU '02'); EL PROCESO NOCTURNO         *
      *  SCLCB030 LO APLICA ESE DIA POR ESTE MISMO MODULO.  SOLO SE   *
      *  ADMITE UN CAMBIO PROGRAMADO PENDIENTE POR SECTORISTA.        *
      *  CONSUL EXIGE SOLO LA LLAVE GENERAL; CANCEL, EL DERECHO DE LA *
      *  FUNCION PROGRAMADA (MANT PARA ALTA/CAMBIO, BAJA PARA BAJA).  *
      *  LOS LLAMADORES CICS QUE TODAVIA ENVIAN EL LAYOUT DE 120      *
      *  BYTES SIGUEN FUNCIONANDO SIN FECHA EFECTIVA (INMEDIATO).     *
      *--------------------------------------------------------------*
      * RETU-CODE  :  '00' : OK                                      *
      *               '01' : BAJA ENCOLADA, PENDIENTE DE APROBACION  *
      *               '02' : CAMBIO PROGRAMADO PARA FE-EFECTIVA-I    *
      *               -----------------------------------------------*
      *               '10' : DATOS DE ENTRADA ERRADOS                *
      *               '20' : SECTORISTA NO EXISTE (CAMBIO/BAJA)      *
      *                      LA TABLA DE REFERENCIA SCT.SUCURSAL     *
      *               '52' : BAJA YA PENDIENTE PARA ESE SECTORISTA   *
      *               '53' : SECTORISTA YA INACTIVO (BAJA)           *
      *               '54' : YA HAY UN CAMBIO PROGRAMADO PENDIENTE   *
      *                      PARA ESE SECTORISTA                     *
      *               '55' : NO HAY CAMBIO PROGRAMADO PENDIENTE      *
      *                      (CONSUL) O NO CON ESA FECHA (CANCEL)    *
      *               -----------------------------------------------*
      *               '97' : ERROR EN CICS, LONGITUD COMMAREA        *
      *               '98' : ERROR EN CICS (VER CO-RETU-CICS)        *
  85           05  SCLMT031-CO-RETU-DB2-O    PIC X(04).
  89           05  SCLMT031-DE-ERROR-O       PIC X(30).
 119           05  SCLMT031-FILLER-O         PIC X(02).
      *--------------------------------------------------- 121-140 --*
 121       03  SCLMT031-DATOS-PROG-INPUT.
 121           05  SCLMT031-FE-EFECTIVA-I    PIC X(10).
 131           05  SCLMT031-FILLER-PROG-I    PIC X(10).
      *--------------------------------------------------- 141-240 --*
 141       03  SCLMT031-DATOS-PROG-OUTPUT.
 141           05  SCLMT031-FE-EFECTIVA-O    PIC X(10).
 151           05  SCLMT031-FUNCION-PROG-O   PIC X(06).
 157           05  SCLMT031-NOM-PROG-O       PIC X(40).
 197           05  SCLMT031-SUCU-PROG-O      PIC X(04).
 201           05  SCLMT031-ESTA-PROG-O      PIC X(01).
 202           05  SCLMT031-SUPV-PROG-O      PIC X(09).
 211           05  SCLMT031-USUARIO-PROG-O   PIC X(08).
 219           05  SCLMT031-FE-SOLIC-PROG-O  PIC X(10).
 229           05  SCLMT031-FILLER-PROG-O    PIC X(12).
      *=================================================== 240 ======*
