       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS047.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112104 26/10/15 RPAZ  CREACION - ALTA, CANCELACION Y        *
      *                        CONSULTA DE COBERTURAS TEMPORARIAS DE *
      *                        SECTORISTA EN SCT.COBERTURA.          *
      *==============================================================*
      *  ESTE MODULO CONTIENE LA UNICA LOGICA DE MANTENIMIENTO DE    *
      *  COBERTURAS.  ES INVOCADO POR CALL DESDE SCLCA038.  ALTA Y   *
      *  CANCEL REQUIEREN IND_AUTORIZA E IND_AUT_MANT; CONSUL SOLO   *
      *  LA LLAVE GENERAL.  AUSENTE Y QUE CUBRE SE VALIDAN CON       *
      *  SCLCS031: EN ALTA AMBOS DEBEN ESTAR ACTIVOS, Y SI EL QUE    *
      *  CUBRE ES DE OTRA SUCURSAL HACE FALTA IND_AUT_INTERSUC.      *
      *  PARA QUE SCLCS031 ENCUENTRE A LO SUMO UNA COBERTURA POR     *
      *  DIA, EL ALTA RECHAZA LOS PERIODOS QUE SE SUPERPONEN CON     *
      *  OTRA COBERTURA DEL AUSENTE ('50'), LAS CADENAS DONDE EL QUE *
      *  CUBRE ESTA CUBIERTO ('51') Y LAS DONDE EL AUSENTE CUBRE A   *
      *  OTRO ('52') EN EL MISMO PERIODO.                            *
      *  LAS FECHAS SE NORMALIZAN CONTRA DB2 (DATE/CHAR ISO) Y SE    *
      *  GRABAN EN FORMATO AAAA-MM-DD, ASI QUE SE COMPARAN COMO      *
      *  TEXTO.                                                      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS047'.
       77  WS-MAX-COBERTURAS           PIC 9(02) COMP VALUE 5.
       77  WS-IDX-COB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  WS-FIN-CURSOR                   VALUE 'S'.
       77  WS-CO-SUCU-AUS              PIC X(04) VALUE SPACES.
      *----------------------------------------------------------*
      *    FECHAS NORMALIZADAS POR DB2 (AAAA-MM-DD)               *
      *----------------------------------------------------------*
       01  WS-FEC-HOY                  PIC X(10).
       01  WS-FEC-DESDE                PIC X(10).
       01  WS-FEC-HASTA                PIC X(10).
       01  WS-FEC-DESDE-ENT            PIC X(10).
       01  WS-FEC-HASTA-ENT            PIC X(10).
      *----------------------------------------------------------*
      *    AREA DE TRABAJO PARA EL ACCESO A LAS TABLAS DB2         *
      *----------------------------------------------------------*
       COPY SCLTB032.
       COPY SCLTB038.
       COPY SCLCA031.
       01  WS-SQLCODE-ED               PIC -999.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLMT035.
       PROCEDURE DIVISION USING SCLMT035-COMMAREA.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-VALIDAR-ENTRADA THRU 2000-VALIDAR-ENTRADA-EXIT
           IF SCLMT035-CO-RETU-O = '00'
               AND SCLMT035-FUNCION-I NOT = 'CONSUL'
               PERFORM 2100-VALIDAR-FECHAS
                   THRU 2100-VALIDAR-FECHAS-EXIT
           END-IF
           IF SCLMT035-CO-RETU-O = '00'
               PERFORM 3000-VALIDAR-AUTORIZACION
                   THRU 3000-VALIDAR-AUTORIZACION-EXIT
           END-IF
           IF SCLMT035-CO-RETU-O = '00'
               PERFORM 4000-VALIDAR-AUSENTE
                   THRU 4000-VALIDAR-AUSENTE-EXIT
           END-IF
           IF SCLMT035-CO-RETU-O = '00'
               EVALUATE SCLMT035-FUNCION-I
                   WHEN 'ALTA'
                       PERFORM 4100-VALIDAR-CUBRE
                           THRU 4100-VALIDAR-CUBRE-EXIT
                       IF SCLMT035-CO-RETU-O = '00'
                           PERFORM 5000-VALIDAR-SUPERPOSICION
                               THRU 5000-VALIDAR-SUPERPOSICION-EXIT
                       END-IF
                       IF SCLMT035-CO-RETU-O = '00'
                           PERFORM 6000-GRABAR-COBERTURA
                               THRU 6000-GRABAR-COBERTURA-EXIT
                       END-IF
                   WHEN 'CANCEL'
                       PERFORM 7000-CANCELAR-COBERTURA
                           THRU 7000-CANCELAR-COBERTURA-EXIT
                   WHEN 'CONSUL'
                       PERFORM 8000-CONSULTAR-COBERTURAS
                           THRU 8000-CONSULTAR-COBERTURAS-EXIT
               END-EVALUATE
           END-IF
           GOBACK.
      *----------------------------------------------------------*
      *    1000-INICIALIZAR                                      *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE SPACES             TO SCLMT035-CO-RETU-CICS-O
           MOVE SPACES             TO SCLMT035-CO-RETU-DB2-O
           MOVE SPACES             TO SCLMT035-DE-ERROR-O
           MOVE SPACES             TO SCLMT035-NO-SCTA-AUS-O
           MOVE SPACES             TO SCLMT035-NO-SCTA-CUBRE-O
           MOVE ZERO               TO SCLMT035-CT-COBERTURAS-O
           PERFORM 1100-LIMPIAR-COBERTURA
               THRU 1100-LIMPIAR-COBERTURA-EXIT
               VARYING WS-IDX-COB FROM 1 BY 1
               UNTIL WS-IDX-COB > WS-MAX-COBERTURAS
           MOVE SPACES             TO SCLMT035-FILLER-O
           MOVE '00'                TO SCLMT035-CO-RETU-O.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LIMPIAR-COBERTURA                                *
      *----------------------------------------------------------*
       1100-LIMPIAR-COBERTURA.
           MOVE SPACES TO SCLMT035-CO-SCTA-CUBRE-O (WS-IDX-COB)
           MOVE SPACES TO SCLMT035-FE-DESDE-O (WS-IDX-COB)
           MOVE SPACES TO SCLMT035-FE-HASTA-O (WS-IDX-COB)
           MOVE SPACES TO SCLMT035-CO-MOTIVO-O (WS-IDX-COB)
           MOVE SPACES TO SCLMT035-USUARIO-ALTA-O (WS-IDX-COB).
       1100-LIMPIAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-VALIDAR-ENTRADA                                  *
      *    LOS CODIGOS VIAJAN A LA TABLA TAL CUAL, ASI QUE SE     *
      *    EXIGEN LOS DE 9 DIGITOS (MISMA PRUEBA DE 5 DIGITOS     *
      *    QUE SCLCS031).                                          *
      *----------------------------------------------------------*
       2000-VALIDAR-ENTRADA.
           IF SCLMT035-FUNCION-I NOT = 'ALTA' AND
              SCLMT035-FUNCION-I NOT = 'CANCEL' AND
              SCLMT035-FUNCION-I NOT = 'CONSUL'
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'FUNC.INVAL(ALTA/CANCEL/CONSUL)'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-CO-USUARIO-I = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'USUARIO EN BLANCO'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-CO-SCTA-AUS-I = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'AUSENTE EN BLANCO'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-CO-SCTA-AUS-I (6:4) = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'AUSENTE: CODIGO DE 9 DIGITOS'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-FUNCION-I = 'CONSUL'
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-FE-DESDE-I = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'FECHA DESDE EN BLANCO'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-FUNCION-I = 'CANCEL'
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-CO-SCTA-CUBRE-I = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'QUE CUBRE EN BLANCO'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-CO-SCTA-CUBRE-I (6:4) = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'QUE CUBRE: CODIGO DE 9 DIGITOS'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-CO-SCTA-CUBRE-I = SCLMT035-CO-SCTA-AUS-I
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'NO PUEDE CUBRIRSE A SI MISMO'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT035-FE-HASTA-I = SPACES
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'FECHA HASTA EN BLANCO'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           MOVE SCLMT035-CO-MOTIVO-I TO SCLTB038-COD-MOTIVO
           IF NOT SCLTB038-MOTIVO-VALIDO
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'MOTIVO INVALIDO (V/L/O)'
                                     TO SCLMT035-DE-ERROR-O
           END-IF.
       2000-VALIDAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-VALIDAR-FECHAS                                   *
      *    DB2 VALIDA Y NORMALIZA LAS FECHAS (-180/-181 = FECHA  *
      *    MAL FORMADA O INEXISTENTE).  EN CANCEL SOLO VIENE LA  *
      *    FECHA DESDE, QUE SE USA TAMBIEN COMO HASTA.            *
      *----------------------------------------------------------*
       2100-VALIDAR-FECHAS.
           MOVE SCLMT035-FE-DESDE-I  TO WS-FEC-DESDE-ENT
           IF SCLMT035-FUNCION-I = 'CANCEL'
               MOVE SCLMT035-FE-DESDE-I TO WS-FEC-HASTA-ENT
           ELSE
               MOVE SCLMT035-FE-HASTA-I TO WS-FEC-HASTA-ENT
           END-IF
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(DATE(:WS-FEC-DESDE-ENT), ISO),
                      CHAR(DATE(:WS-FEC-HASTA-ENT), ISO)
                 INTO :WS-FEC-HOY, :WS-FEC-DESDE, :WS-FEC-HASTA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -180
               WHEN -181
                   MOVE '10'        TO SCLMT035-CO-RETU-O
                   MOVE 'FECHA INVALIDA (AAAA-MM-DD)'
                                    TO SCLMT035-DE-ERROR-O
                   GO TO 2100-VALIDAR-FECHAS-EXIT
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
                   GO TO 2100-VALIDAR-FECHAS-EXIT
           END-EVALUATE
           IF SCLMT035-FUNCION-I = 'CANCEL'
               GO TO 2100-VALIDAR-FECHAS-EXIT
           END-IF
           IF WS-FEC-DESDE > WS-FEC-HASTA
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'FECHA DESDE POSTERIOR A HASTA'
                                     TO SCLMT035-DE-ERROR-O
               GO TO 2100-VALIDAR-FECHAS-EXIT
           END-IF
           IF WS-FEC-HASTA < WS-FEC-HOY
               MOVE '10'            TO SCLMT035-CO-RETU-O
               MOVE 'FECHA HASTA YA PASADA'
                                     TO SCLMT035-DE-ERROR-O
           END-IF.
       2100-VALIDAR-FECHAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-VALIDAR-AUTORIZACION                              *
      *    ALTA Y CANCEL SON MANTENIMIENTO: HACE FALTA LA LLAVE   *
      *    GENERAL Y EL DERECHO DE MANTENIMIENTO.  CONSUL SOLO    *
      *    LA LLAVE GENERAL.  EL DERECHO INTERSUCURSAL SE GUARDA  *
      *    PARA 4100.                                              *
      *----------------------------------------------------------*
       3000-VALIDAR-AUTORIZACION.
           EXEC SQL
               SELECT IND_AUTORIZA, IND_AUT_MANT, IND_AUT_INTERSUC
                 INTO :SCLTB032-IND-AUTORIZA,
                      :SCLTB032-IND-AUT-MANT,
                      :SCLTB032-IND-AUT-INTERSUC
                 FROM SCT.SCTAUTH
                WHERE COD_USUARIO = :SCLMT035-CO-USUARIO-I
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF NOT SCLTB032-USUARIO-AUTORIZADO
                       MOVE '40'    TO SCLMT035-CO-RETU-O
                       MOVE 'USUARIO NO AUTORIZADO'
                                    TO SCLMT035-DE-ERROR-O
                   ELSE
                       IF SCLMT035-FUNCION-I NOT = 'CONSUL'
                           AND NOT SCLTB032-PUEDE-MANT
                           MOVE '40' TO SCLMT035-CO-RETU-O
                           MOVE 'SIN DERECHO DE MANTENIMIENTO'
                                    TO SCLMT035-DE-ERROR-O
                       END-IF
                   END-IF
               WHEN 100
                   MOVE '40'        TO SCLMT035-CO-RETU-O
                   MOVE 'USUARIO NO AUTORIZADO'
                                    TO SCLMT035-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       3000-VALIDAR-AUTORIZACION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-VALIDAR-AUSENTE                                   *
      *    EN ALTA EL AUSENTE DEBE ESTAR ACTIVO ('01' = YA        *
      *    CUBIERTO HOY, LO DECIDE 5000 SEGUN EL PERIODO).  PARA  *
      *    CANCEL Y CONSUL ALCANZA CON QUE EXISTA.                 *
      *----------------------------------------------------------*
       4000-VALIDAR-AUSENTE.
           MOVE SPACES                 TO SCLCA031-COMMAREA
           MOVE SCLMT035-CO-SCTA-AUS-I TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           MOVE SCLCA031-NO-SCTA-O     TO SCLMT035-NO-SCTA-AUS-O
           MOVE SCLCA031-CO-SUCU-O     TO WS-CO-SUCU-AUS
           EVALUATE SCLCA031-CO-RETU-O
               WHEN '00'
               WHEN '01'
                   CONTINUE
               WHEN '21'
                   IF SCLMT035-FUNCION-I = 'ALTA'
                       MOVE '20'    TO SCLMT035-CO-RETU-O
                       MOVE 'AUSENTE INACTIVO'
                                    TO SCLMT035-DE-ERROR-O
                   END-IF
               WHEN '99'
                   MOVE '99'        TO SCLMT035-CO-RETU-O
                   MOVE SCLCA031-CO-RETU-DB2-O
                                    TO SCLMT035-CO-RETU-DB2-O
                   MOVE 'ERROR EN DB2 (VER CO-RETU-DB2)'
                                    TO SCLMT035-DE-ERROR-O
               WHEN OTHER
                   MOVE '20'        TO SCLMT035-CO-RETU-O
                   MOVE 'AUSENTE NO EXISTE'
                                    TO SCLMT035-DE-ERROR-O
           END-EVALUATE.
       4000-VALIDAR-AUSENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-VALIDAR-CUBRE                                     *
      *    EL QUE CUBRE DEBE ESTAR ACTIVO ('01' SE ACEPTA: SI SU  *
      *    PROPIA COBERTURA SE CRUZA CON EL PERIODO LO RECHAZA    *
      *    5000 CON '51').  DE OTRA SUCURSAL QUE EL AUSENTE HACE  *
      *    FALTA IND_AUT_INTERSUC.                                 *
      *----------------------------------------------------------*
       4100-VALIDAR-CUBRE.
           MOVE SPACES                   TO SCLCA031-COMMAREA
           MOVE SCLMT035-CO-SCTA-CUBRE-I TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           MOVE SCLCA031-NO-SCTA-O       TO SCLMT035-NO-SCTA-CUBRE-O
           EVALUATE SCLCA031-CO-RETU-O
               WHEN '00'
               WHEN '01'
                   CONTINUE
               WHEN '99'
                   MOVE '99'        TO SCLMT035-CO-RETU-O
                   MOVE SCLCA031-CO-RETU-DB2-O
                                    TO SCLMT035-CO-RETU-DB2-O
                   MOVE 'ERROR EN DB2 (VER CO-RETU-DB2)'
                                    TO SCLMT035-DE-ERROR-O
               WHEN OTHER
                   MOVE '30'        TO SCLMT035-CO-RETU-O
                   MOVE 'QUE CUBRE NO EXISTE O INACTIVO'
                                    TO SCLMT035-DE-ERROR-O
           END-EVALUATE
           IF SCLMT035-CO-RETU-O NOT = '00'
               GO TO 4100-VALIDAR-CUBRE-EXIT
           END-IF
           IF SCLCA031-CO-SUCU-O NOT = WS-CO-SUCU-AUS
               AND NOT SCLTB032-PUEDE-INTERSUC
               MOVE '35'            TO SCLMT035-CO-RETU-O
               MOVE 'QUE CUBRE DE OTRA SUCURSAL'
                                     TO SCLMT035-DE-ERROR-O
           END-IF.
       4100-VALIDAR-CUBRE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-VALIDAR-SUPERPOSICION                             *
      *    DOS PERIODOS SE SUPERPONEN SI CADA UNO EMPIEZA ANTES   *
      *    DE QUE TERMINE EL OTRO.  SOLO CUENTAN LAS VIGENTES.    *
      *----------------------------------------------------------*
       5000-VALIDAR-SUPERPOSICION.
           EXEC SQL
               SELECT FEC_DESDE
                 INTO :SCLTB038-FEC-DESDE
                 FROM SCT.COBERTURA
                WHERE COD_SCTA_AUSENTE = :SCLMT035-CO-SCTA-AUS-I
                  AND IND_ESTADO       = 'V'
                  AND FEC_DESDE       <= :WS-FEC-HASTA
                  AND FEC_HASTA       >= :WS-FEC-DESDE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '50'        TO SCLMT035-CO-RETU-O
                   MOVE 'SUPERPUESTA CON OTRA COBERTURA'
                                    TO SCLMT035-DE-ERROR-O
                   GO TO 5000-VALIDAR-SUPERPOSICION-EXIT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
                   GO TO 5000-VALIDAR-SUPERPOSICION-EXIT
           END-EVALUATE
           EXEC SQL
               SELECT FEC_DESDE
                 INTO :SCLTB038-FEC-DESDE
                 FROM SCT.COBERTURA
                WHERE COD_SCTA_AUSENTE = :SCLMT035-CO-SCTA-CUBRE-I
                  AND IND_ESTADO       = 'V'
                  AND FEC_DESDE       <= :WS-FEC-HASTA
                  AND FEC_HASTA       >= :WS-FEC-DESDE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '51'        TO SCLMT035-CO-RETU-O
                   MOVE 'QUE CUBRE ESTA CUBIERTO'
                                    TO SCLMT035-DE-ERROR-O
                   GO TO 5000-VALIDAR-SUPERPOSICION-EXIT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
                   GO TO 5000-VALIDAR-SUPERPOSICION-EXIT
           END-EVALUATE
           EXEC SQL
               SELECT FEC_DESDE
                 INTO :SCLTB038-FEC-DESDE
                 FROM SCT.COBERTURA
                WHERE COD_SCTA_CUBRE   = :SCLMT035-CO-SCTA-AUS-I
                  AND IND_ESTADO       = 'V'
                  AND FEC_DESDE       <= :WS-FEC-HASTA
                  AND FEC_HASTA       >= :WS-FEC-DESDE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '52'        TO SCLMT035-CO-RETU-O
                   MOVE 'AUSENTE CUBRE A OTRO'
                                    TO SCLMT035-DE-ERROR-O
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       5000-VALIDAR-SUPERPOSICION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-GRABAR-COBERTURA                                  *
      *----------------------------------------------------------*
       6000-GRABAR-COBERTURA.
           MOVE SCLMT035-CO-SCTA-AUS-I   TO SCLTB038-COD-SCTA-AUSENTE
           MOVE SCLMT035-CO-SCTA-CUBRE-I TO SCLTB038-COD-SCTA-CUBRE
           MOVE WS-FEC-DESDE             TO SCLTB038-FEC-DESDE
           MOVE WS-FEC-HASTA             TO SCLTB038-FEC-HASTA
           MOVE SCLMT035-CO-MOTIVO-I     TO SCLTB038-COD-MOTIVO
           MOVE SCLMT035-CO-USUARIO-I    TO SCLTB038-USUARIO-ALTA
           MOVE 'V'                      TO SCLTB038-IND-ESTADO
           MOVE SPACES                   TO SCLTB038-USUARIO-BAJA
           MOVE SPACES                   TO SCLTB038-FEC-BAJA
           EXEC SQL
               INSERT INTO SCT.COBERTURA
                      (COD_SCTA_AUSENTE, COD_SCTA_CUBRE,
                       FEC_DESDE, FEC_HASTA, COD_MOTIVO,
                       USUARIO_ALTA, FEC_ALTA, HORA_ALTA,
                       IND_ESTADO, USUARIO_BAJA, FEC_BAJA)
               VALUES (:SCLTB038-COD-SCTA-AUSENTE,
                       :SCLTB038-COD-SCTA-CUBRE,
                       :SCLTB038-FEC-DESDE,
                       :SCLTB038-FEC-HASTA,
                       :SCLTB038-COD-MOTIVO,
                       :SCLTB038-USUARIO-ALTA,
                       CURRENT DATE, CURRENT TIME,
                       :SCLTB038-IND-ESTADO,
                       :SCLTB038-USUARIO-BAJA,
                       :SCLTB038-FEC-BAJA)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-IF.
       6000-GRABAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-CANCELAR-COBERTURA                                *
      *    LA FILA NO SE BORRA: QUEDA 'C' CON QUIEN Y CUANDO LA   *
      *    CANCELO.  NO PUEDE HABER DOS VIGENTES DEL MISMO        *
      *    AUSENTE CON LA MISMA FECHA DESDE (SE SUPERPONDRIAN).   *
      *----------------------------------------------------------*
       7000-CANCELAR-COBERTURA.
           EXEC SQL
               UPDATE SCT.COBERTURA
                  SET IND_ESTADO   = 'C',
                      USUARIO_BAJA = :SCLMT035-CO-USUARIO-I,
                      FEC_BAJA     = CHAR(CURRENT DATE, ISO)
                WHERE COD_SCTA_AUSENTE = :SCLMT035-CO-SCTA-AUS-I
                  AND FEC_DESDE        = :WS-FEC-DESDE
                  AND IND_ESTADO       = 'V'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE '20'        TO SCLMT035-CO-RETU-O
                   MOVE 'NO HAY COBERTURA VIGENTE'
                                    TO SCLMT035-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       7000-CANCELAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-CONSULTAR-COBERTURAS                              *
      *    HASTA 5 COBERTURAS VIGENTES DEL AUSENTE QUE NO         *
      *    TERMINARON, POR FECHA DESDE.                            *
      *----------------------------------------------------------*
       8000-CONSULTAR-COBERTURAS.
           EXEC SQL
               DECLARE MT035CSR CURSOR FOR
                   SELECT COD_SCTA_CUBRE, FEC_DESDE, FEC_HASTA,
                          COD_MOTIVO, USUARIO_ALTA
                     FROM SCT.COBERTURA
                    WHERE COD_SCTA_AUSENTE = :SCLMT035-CO-SCTA-AUS-I
                      AND IND_ESTADO       = 'V'
                      AND DATE(FEC_HASTA) >= CURRENT DATE
                    ORDER BY FEC_DESDE
           END-EXEC
           EXEC SQL
               OPEN MT035CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
               GO TO 8000-CONSULTAR-COBERTURAS-EXIT
           END-IF
           MOVE 'N'  TO WS-SW-FIN-CURSOR
           MOVE ZERO TO WS-IDX-COB
           PERFORM 8100-LEER-COBERTURA THRU 8100-LEER-COBERTURA-EXIT
               UNTIL WS-FIN-CURSOR
                  OR WS-IDX-COB >= WS-MAX-COBERTURAS
           EXEC SQL
               CLOSE MT035CSR
           END-EXEC.
       8000-CONSULTAR-COBERTURAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-LEER-COBERTURA                                    *
      *----------------------------------------------------------*
       8100-LEER-COBERTURA.
           EXEC SQL
               FETCH MT035CSR
                INTO :SCLTB038-COD-SCTA-CUBRE,
                     :SCLTB038-FEC-DESDE,
                     :SCLTB038-FEC-HASTA,
                     :SCLTB038-COD-MOTIVO,
                     :SCLTB038-USUARIO-ALTA
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'S' TO WS-SW-FIN-CURSOR
                   GO TO 8100-LEER-COBERTURA-EXIT
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
                   MOVE 'S' TO WS-SW-FIN-CURSOR
                   GO TO 8100-LEER-COBERTURA-EXIT
           END-EVALUATE
           ADD 1 TO WS-IDX-COB
           MOVE SCLTB038-COD-SCTA-CUBRE
             TO SCLMT035-CO-SCTA-CUBRE-O (WS-IDX-COB)
           MOVE SCLTB038-FEC-DESDE
             TO SCLMT035-FE-DESDE-O (WS-IDX-COB)
           MOVE SCLTB038-FEC-HASTA
             TO SCLMT035-FE-HASTA-O (WS-IDX-COB)
           MOVE SCLTB038-COD-MOTIVO
             TO SCLMT035-CO-MOTIVO-O (WS-IDX-COB)
           MOVE SCLTB038-USUARIO-ALTA
             TO SCLMT035-USUARIO-ALTA-O (WS-IDX-COB)
           MOVE WS-IDX-COB          TO SCLMT035-CT-COBERTURAS-O.
       8100-LEER-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE '99'                TO SCLMT035-CO-RETU-O
           MOVE SQLCODE              TO WS-SQLCODE-ED
           MOVE WS-SQLCODE-ED        TO SCLMT035-CO-RETU-DB2-O
           MOVE 'ERROR EN DB2 (VER CO-RETU-DB2)'
                                     TO SCLMT035-DE-ERROR-O.
       9000-ERROR-DB2-EXIT.
           EXIT.
