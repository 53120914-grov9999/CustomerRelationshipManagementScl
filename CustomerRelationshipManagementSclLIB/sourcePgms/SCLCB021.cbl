       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB021.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112101 26/10/15 RPAZ  CREACION - PROMOCION CONTROLADA DEL   *
      *                        MAESTRO DE CLIENTES: APLICA SOBRE EL  *
      *                        MAESTRO VIGENTE LOS CANDIDATOS        *
      *                        PENDIENTES (MAESTRO.CONV DE SCLCB020, *
      *                        MAESTRO.MIGRADO DE SCLCB016 Y         *
      *                        MAESTRO.NUEVO DE SCLCB006/SCLCB014)   *
      *                        EN UN ORDEN FIJO, EN VEZ DE COPIAR A  *
      *                        MANO LA GENERACION (0) DE CADA UNO,   *
      *                        QUE PISABA EN SILENCIO LOS CAMBIOS    *
      *                        DEL CANDIDATO PROMOVIDO ANTES.        *
      *  112102 26/10/15 RPAZ  AGREGA EL CANDIDATO MAESTRO.REASIG DE *
      *                        SCLCB022 (REASIGNACIONES PEDIDAS POR  *
      *                        PANTALLA), APLICADO EN ULTIMO LUGAR.  *
      *==============================================================*
      *  ENTRADA  : CLIEMAST - MAESTRO VIGENTE (COPY SCLCL001).      *
      *             CANDCONV - CANDIDATO DE SCLCB020 (CONVERSION).   *
      *             CANDMIGR - CANDIDATO DE SCLCB016 (MIGRACION).    *
      *             CANDNUE1 - CANDIDATO MAESTRO.NUEVO(-1).          *
      *             CANDNUE0 - CANDIDATO MAESTRO.NUEVO(0).           *
      *             CANDREAS - CANDIDATO DE SCLCB022 (REASIGNACION). *
      *             ESE ES EL ORDEN DE APLICACION.  UN CANDIDATO     *
      *             PUEDE VENIR EN DD DUMMY (SE INFORMA AUSENTE).    *
      *  SALIDA   : CLIEPROM - MAESTRO PROMOVIDO, TODOS LOS          *
      *             REGISTROS CON EL NUEVO NUMERO DE PROMOCION Y     *
      *             PROCESO-CAMBIO EN BLANCO.                        *
      *             SCTPRPT  - REPORTE DE CAMBIOS APLICADOS,         *
      *             CONFLICTOS Y ESTADO DE CADA CANDIDATO.           *
      *             SCTRUNCT - UN REGISTRO DE DETALLE POR CANDIDATO  *
      *             (PGM-ORIGEN, REGISTROS ANTES/DESPUES, CAMBIOS    *
      *             APLICADOS Y RECHAZADOS) Y EL DE LA CORRIDA.      *
      *--------------------------------------------------------------*
      *  CADA REGISTRO DEL MAESTRO LLEVA EL NUMERO DE LA PROMOCION   *
      *  QUE LO GENERO (SCLCL001-NRO-PROMOCION) Y LOS JOBS QUE ARMAN *
      *  CANDIDATOS LO COPIAN SIN TOCAR, ASI QUE EL PRIMER REGISTRO  *
      *  DE UN CANDIDATO DICE SOBRE QUE MAESTRO SE CONSTRUYO:        *
      *    IGUAL AL VIGENTE   - CANDIDATO ACEPTADO, SE APLICA.       *
      *    MENOR AL VIGENTE   - CONSTRUIDO SOBRE UN MAESTRO ANTERIOR:*
      *                         NO SE APLICA.  SI TODOS SUS CAMBIOS  *
      *                         YA ESTAN EN EL MAESTRO SE INFORMA    *
      *                         YA PROMOVIDO; SI NO, RECHAZADO Y     *
      *                         RC=4 (HAY QUE REPETIR EL JOB QUE LO  *
      *                         GENERO SOBRE EL MAESTRO VIGENTE).    *
      *    MAYOR AL VIGENTE   - EL MAESTRO EN USO NO ES EL ULTIMO    *
      *                         PROMOVIDO: RECHAZADO, RC=4.          *
      *  LOS CANDIDATOS ACEPTADOS SE LEEN EN PARALELO CON EL MAESTRO *
      *  (TODOS LOS JOBS GRABAN UN REGISTRO POR REGISTRO DEL MAESTRO *
      *  Y EN EL MISMO ORDEN); UN CANDIDATO ACEPTADO DESALINEADO     *
      *  ABORTA LA PROMOCION.  LA FUSION ES POR CAMPO (SUCURSAL,     *
      *  NOMBRE, SECTORISTA): SI DOS CANDIDATOS CAMBIAN EL MISMO     *
      *  CAMPO DE UN CLIENTE CON VALORES DISTINTOS ES UN CONFLICTO.  *
      *  SE RECORRE TODO EL MAESTRO PARA LISTAR TODOS LOS CONFLICTOS *
      *  Y LA CORRIDA TERMINA RC=16: LOS PASOS QUE COPIAN CLIEPROM   *
      *  SOBRE EL MAESTRO Y RECARGAN EL CLUSTER DE SCLCLIX NO CORREN.*
      *  COPIADO EL MAESTRO, EL JOB CATALOGA UNA GENERACION VACIA    *
      *  EN CADA GDG DE CANDIDATOS (DOS EN NUEVO): UN CANDIDATO YA   *
      *  CONSUMIDO LLEGA VACIO Y SE INFORMA AUSENTE.  YA PROMOVIDO Y *
      *  BASE ANTERIOR QUEDAN PARA UN CANDIDATO ARMADO ANTES DE LA   *
      *  ULTIMA PROMOCION QUE ESA PROMOCION NO CONSUMIO.             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE     ASSIGN TO CLIEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTE.
           SELECT CONV-FILE        ASSIGN TO CANDCONV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONV.
           SELECT MIGR-FILE        ASSIGN TO CANDMIGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MIGR.
           SELECT NUE1-FILE        ASSIGN TO CANDNUE1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUE1.
           SELECT NUE0-FILE        ASSIGN TO CANDNUE0
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUE0.
           SELECT REAS-FILE        ASSIGN TO CANDREAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REAS.
           SELECT SALIDA-FILE      ASSIGN TO CLIEPROM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SALIDA.
           SELECT REPORTE-FILE     ASSIGN TO SCTPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           RECORDING MODE IS F.
           COPY SCLCL001.
       FD  CONV-FILE
           RECORDING MODE IS F.
       01  FD-CONV-REG                 PIC X(80).
       FD  MIGR-FILE
           RECORDING MODE IS F.
       01  FD-MIGR-REG                 PIC X(80).
       FD  NUE1-FILE
           RECORDING MODE IS F.
       01  FD-NUE1-REG                 PIC X(80).
       FD  NUE0-FILE
           RECORDING MODE IS F.
       01  FD-NUE0-REG                 PIC X(80).
       FD  REAS-FILE
           RECORDING MODE IS F.
       01  FD-REAS-REG                 PIC X(80).
       FD  SALIDA-FILE
           RECORDING MODE IS F.
       01  FD-SALIDA-REG               PIC X(80).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB021'.
       77  WS-FS-CLIENTE                PIC X(02) VALUE SPACES.
       77  WS-FS-CONV                   PIC X(02) VALUE SPACES.
       77  WS-FS-MIGR                   PIC X(02) VALUE SPACES.
       77  WS-FS-NUE1                   PIC X(02) VALUE SPACES.
       77  WS-FS-NUE0                   PIC X(02) VALUE SPACES.
       77  WS-FS-REAS                   PIC X(02) VALUE SPACES.
       77  WS-FS-SALIDA                 PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE                PIC X(02) VALUE SPACES.
       77  WS-FS-CANDIDATO              PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-FIN-MAESTRO                   VALUE 'S'.
       77  WS-NRO-VIGENTE               PIC 9(09) VALUE ZERO.
       77  WS-NRO-NUEVO                 PIC 9(09) VALUE ZERO.
       77  WS-CT-MAESTRO                PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-PROMOVIDOS             PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-CLI-CAMBIADOS          PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-CONFLICTOS             PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-CAND-RECHAZADOS        PIC 9(03) COMP-3 VALUE ZERO.
       77  WS-CT-CAMB-RECHAZADOS        PIC 9(09) COMP-3 VALUE ZERO.
      *----------------------------------------------------------*
      *    ESTADO DE LA FUSION DEL CLIENTE EN CURSO: VALORES DEL  *
      *    MAESTRO VIGENTE Y, POR CAMPO, QUE CANDIDATO LO CAMBIO  *
      *    (CERO = NINGUNO).  EL VALOR FUSIONADO SE VA ARMANDO    *
      *    DIRECTAMENTE EN SCLCL001-CLIENTE.                       *
      *----------------------------------------------------------*
       01  WS-FUSION-CLIENTE.
           05  WS-ORIG-SUCU             PIC X(04).
           05  WS-ORIG-NOM              PIC X(40).
           05  WS-ORIG-SCTA             PIC X(09).
           05  WS-CAMB-SUCU-CAN         PIC 9(01).
           05  WS-CAMB-NOM-CAN          PIC 9(01).
           05  WS-CAMB-SCTA-CAN         PIC 9(01).
           05  WS-CONF-SUCU-SW          PIC X(01).
           05  WS-CONF-NOM-SW           PIC X(01).
           05  WS-CONF-SCTA-SW          PIC X(01).
           05  WS-CONFLICTO-SW          PIC X(01).
               88  WS-HAY-CONFLICTO             VALUE 'S'.
           05  WS-CAMBIO-SW             PIC X(01).
               88  WS-HAY-CAMBIO                VALUE 'S'.
      *----------------------------------------------------------*
      *    REGISTRO DEL CANDIDATO EN CURSO (MISMO LAYOUT QUE      *
      *    SCLCL001).                                              *
      *----------------------------------------------------------*
       01  WS-REG-CANDIDATO.
           05  WS-RC-NO-CLIENTE         PIC X(10).
           05  WS-RC-COD-SUCU-CLI       PIC X(04).
           05  WS-RC-NOM-CLIENTE        PIC X(40).
           05  WS-RC-CO-SCTA-CLI        PIC X(09).
           05  WS-RC-NRO-PROMOCION      PIC X(09).
           05  WS-RC-NRO-PROMO-9 REDEFINES
               WS-RC-NRO-PROMOCION      PIC 9(09).
           05  WS-RC-PROCESO-CAMBIO     PIC X(08).
      *----------------------------------------------------------*
      *    CANDIDATOS, EN EL ORDEN DE APLICACION.  CAN-REG GUARDA *
      *    EL REGISTRO LEIDO POR ADELANTADO DE CADA UNO.          *
      *    ESTADOS: 'A' ACEPTADO, 'V' AUSENTE (VACIO O DUMMY),    *
      *    'B' BASE ANTERIOR AL VIGENTE, 'P' BASE POSTERIOR AL    *
      *    VIGENTE, 'D' DESALINEADO (SOLO BASE ANTERIOR/POSTERIOR).*
      *----------------------------------------------------------*
       01  WS-TABLA-CANDIDATOS.
           05  WS-CAN-CANT              PIC 9(01) VALUE 5.
           05  WS-CAN-ENTRADA OCCURS 5 TIMES
                   INDEXED BY WS-CAN-IDX WS-CAN-IDX2.
               10  WS-CAN-DD            PIC X(08).
               10  WS-CAN-ORIGEN        PIC X(08).
               10  WS-CAN-ESTADO        PIC X(01).
                   88  WS-CAN-ACEPTADO          VALUE 'A'.
                   88  WS-CAN-AUSENTE           VALUE 'V'.
                   88  WS-CAN-BASE-ANTERIOR     VALUE 'B'.
                   88  WS-CAN-BASE-POSTERIOR    VALUE 'P'.
                   88  WS-CAN-DESALINEADO       VALUE 'D'.
               10  WS-CAN-EOF-SW        PIC X(01).
                   88  WS-CAN-FIN               VALUE 'S'.
               10  WS-CAN-CAMBIO-SW     PIC X(01).
                   88  WS-CAN-CAMBIO-CLIENTE    VALUE 'S'.
               10  WS-CAN-NRO-BASE      PIC 9(09).
               10  WS-CAN-CT-LEIDOS     PIC 9(09) COMP-3.
               10  WS-CAN-CT-APLICADOS  PIC 9(09) COMP-3.
               10  WS-CAN-CT-RECHAZADOS PIC 9(09) COMP-3.
               10  WS-CAN-REG           PIC X(80).
       77  WS-CAN-NRO                   PIC 9(01) VALUE ZERO.
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(48) VALUE
               'PROMOCION DEL MAESTRO DE CLIENTES - SCLCB021'.
       01  WS-LINEA-PROMOCION.
           05  FILLER              PIC X(20) VALUE
               'PROMOCION VIGENTE : '.
           05  PRO-VIGENTE         PIC 9(09).
           05  FILLER              PIC X(10) VALUE '  NUEVA : '.
           05  PRO-NUEVO           PIC 9(09).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'CLIENTE'.
           05  FILLER PIC X(12) VALUE 'CAMPO'.
           05  FILLER PIC X(32) VALUE 'VALOR EN EL MAESTRO'.
           05  FILLER PIC X(32) VALUE 'VALOR DEL CANDIDATO'.
           05  FILLER PIC X(10) VALUE 'ORIGEN'.
           05  FILLER PIC X(12) VALUE 'RESULTADO'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NO-CLIENTE      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CAMPO           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-VALOR-ANT       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-VALOR-NUE       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ORIGEN          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RESULTADO       PIC X(12).
       01  WS-LINEA-CAND-TITULO.
           05  FILLER PIC X(30) VALUE 'ESTADO DE LOS CANDIDATOS'.
       01  WS-LINEA-CAND-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'DD'.
           05  FILLER PIC X(10) VALUE 'ORIGEN'.
           05  FILLER PIC X(11) VALUE 'BASE'.
           05  FILLER PIC X(11) VALUE 'LEIDOS'.
           05  FILLER PIC X(11) VALUE 'APLICADOS'.
           05  FILLER PIC X(11) VALUE 'RECHAZADOS'.
           05  FILLER PIC X(30) VALUE 'ESTADO'.
       01  WS-LINEA-CANDIDATO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-DD              PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-ORIGEN          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-BASE            PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-LEIDOS          PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-APLICADOS       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-RECHAZADOS      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAN-ESTADO          PIC X(36).
       01  WS-LINEA-TOTALES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(30).
           05  TOT-CONTADOR        PIC ZZZZZZZZ9.
       COPY SCLRC031.
       01  WS-HORA-INICIO.
           05  WS-HORA-INI-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT
           PERFORM 2000-PROMOVER THRU 2000-PROMOVER-EXIT
               UNTIL WS-FIN-MAESTRO
           PERFORM 3000-VERIFICAR-FIN THRU 3000-VERIFICAR-FIN-EXIT
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-CANT
           PERFORM 4000-IMPRIMIR-RESUMEN
               THRU 4000-IMPRIMIR-RESUMEN-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *    EL NUMERO DE PROMOCION VIGENTE SALE DEL PRIMER         *
      *    REGISTRO DEL MAESTRO (EN BLANCO ANTES DE LA PRIMERA    *
      *    PROMOCION: SE TOMA COMO CERO).                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           OPEN INPUT  CLIENTE-FILE
           IF WS-FS-CLIENTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEMAST '
                       WS-FS-CLIENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SALIDA-FILE
           IF WS-FS-SALIDA NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEPROM '
                       WS-FS-SALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTPRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2400-LEER-MAESTRO THRU 2400-LEER-MAESTRO-EXIT
           IF WS-FIN-MAESTRO
               DISPLAY WS-PGM-ID ' - ABEND, CLIEMAST VACIO, '
                       'PROMOCION NO EJECUTADA'
               CLOSE CLIENTE-FILE
               CLOSE SALIDA-FILE
               CLOSE REPORTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SCLCL001-NRO-PROMOCION IS NUMERIC
               MOVE SCLCL001-NRO-PROMO-9 TO WS-NRO-VIGENTE
           ELSE
               MOVE ZERO                 TO WS-NRO-VIGENTE
           END-IF
           ADD 1 WS-NRO-VIGENTE GIVING WS-NRO-NUEVO
           MOVE 'CANDCONV'   TO WS-CAN-DD (1)
           MOVE 'SCLCB020'   TO WS-CAN-ORIGEN (1)
           MOVE 'CANDMIGR'   TO WS-CAN-DD (2)
           MOVE 'SCLCB016'   TO WS-CAN-ORIGEN (2)
           MOVE 'CANDNUE1'   TO WS-CAN-DD (3)
           MOVE SPACES       TO WS-CAN-ORIGEN (3)
           MOVE 'CANDNUE0'   TO WS-CAN-DD (4)
           MOVE SPACES       TO WS-CAN-ORIGEN (4)
           MOVE 'CANDREAS'   TO WS-CAN-DD (5)
           MOVE 'SCLCB022'   TO WS-CAN-ORIGEN (5)
           PERFORM 1100-ABRIR-CANDIDATO
               THRU 1100-ABRIR-CANDIDATO-EXIT
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-CANT
           MOVE WS-LINEA-TITULO      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-NRO-VIGENTE       TO PRO-VIGENTE
           MOVE WS-NRO-NUEVO         TO PRO-NUEVO
           MOVE WS-LINEA-PROMOCION   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES               TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-ABRIR-CANDIDATO                                   *
      *    ABRE EL CANDIDATO, LEE SU PRIMER REGISTRO Y LO         *
      *    CLASIFICA POR EL NUMERO DE PROMOCION SOBRE EL QUE SE   *
      *    CONSTRUYO.                                              *
      *----------------------------------------------------------*
       1100-ABRIR-CANDIDATO.
           MOVE 'N'        TO WS-CAN-EOF-SW (WS-CAN-IDX)
           MOVE 'N'        TO WS-CAN-CAMBIO-SW (WS-CAN-IDX)
           MOVE ZERO       TO WS-CAN-NRO-BASE (WS-CAN-IDX)
           MOVE ZERO       TO WS-CAN-CT-LEIDOS (WS-CAN-IDX)
           MOVE ZERO       TO WS-CAN-CT-APLICADOS (WS-CAN-IDX)
           MOVE ZERO       TO WS-CAN-CT-RECHAZADOS (WS-CAN-IDX)
           EVALUATE WS-CAN-IDX
               WHEN 1
                   OPEN INPUT CONV-FILE
                   MOVE WS-FS-CONV TO WS-FS-CANDIDATO
               WHEN 2
                   OPEN INPUT MIGR-FILE
                   MOVE WS-FS-MIGR TO WS-FS-CANDIDATO
               WHEN 3
                   OPEN INPUT NUE1-FILE
                   MOVE WS-FS-NUE1 TO WS-FS-CANDIDATO
               WHEN 4
                   OPEN INPUT NUE0-FILE
                   MOVE WS-FS-NUE0 TO WS-FS-CANDIDATO
               WHEN 5
                   OPEN INPUT REAS-FILE
                   MOVE WS-FS-REAS TO WS-FS-CANDIDATO
           END-EVALUATE
           IF WS-FS-CANDIDATO NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA '
                       WS-CAN-DD (WS-CAN-IDX) ' ' WS-FS-CANDIDATO
               CLOSE CLIENTE-FILE
               CLOSE SALIDA-FILE
               CLOSE REPORTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-LEER-CANDIDATO THRU 2500-LEER-CANDIDATO-EXIT
           IF WS-CAN-FIN (WS-CAN-IDX)
               MOVE 'V' TO WS-CAN-ESTADO (WS-CAN-IDX)
               GO TO 1100-ABRIR-CANDIDATO-EXIT
           END-IF
           MOVE WS-CAN-REG (WS-CAN-IDX) TO WS-REG-CANDIDATO
           IF WS-RC-NRO-PROMOCION IS NUMERIC
               MOVE WS-RC-NRO-PROMO-9 TO WS-CAN-NRO-BASE (WS-CAN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-CAN-NRO-BASE (WS-CAN-IDX) = WS-NRO-VIGENTE
                   MOVE 'A' TO WS-CAN-ESTADO (WS-CAN-IDX)
               WHEN WS-CAN-NRO-BASE (WS-CAN-IDX) < WS-NRO-VIGENTE
                   MOVE 'B' TO WS-CAN-ESTADO (WS-CAN-IDX)
               WHEN OTHER
                   MOVE 'P' TO WS-CAN-ESTADO (WS-CAN-IDX)
           END-EVALUATE.
       1100-ABRIR-CANDIDATO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROMOVER                                          *
      *    FUSIONA UN REGISTRO DEL MAESTRO CON EL REGISTRO DE     *
      *    CADA CANDIDATO, EN EL ORDEN DE APLICACION.              *
      *----------------------------------------------------------*
       2000-PROMOVER.
           MOVE SCLCL001-COD-SUCU-CLI   TO WS-ORIG-SUCU
           MOVE SCLCL001-NOM-CLIENTE    TO WS-ORIG-NOM
           MOVE SCLCL001-CO-SCTA-CLI    TO WS-ORIG-SCTA
           MOVE ZERO                    TO WS-CAMB-SUCU-CAN
           MOVE ZERO                    TO WS-CAMB-NOM-CAN
           MOVE ZERO                    TO WS-CAMB-SCTA-CAN
           MOVE 'N'                     TO WS-CONF-SUCU-SW
           MOVE 'N'                     TO WS-CONF-NOM-SW
           MOVE 'N'                     TO WS-CONF-SCTA-SW
           MOVE 'N'                     TO WS-CONFLICTO-SW
           MOVE 'N'                     TO WS-CAMBIO-SW
           PERFORM 2100-COMPARAR-CANDIDATO
               THRU 2100-COMPARAR-CANDIDATO-EXIT
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-CANT
           PERFORM 2300-CERRAR-CLIENTE THRU 2300-CERRAR-CLIENTE-EXIT
           PERFORM 2400-LEER-MAESTRO THRU 2400-LEER-MAESTRO-EXIT.
       2000-PROMOVER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-COMPARAR-CANDIDATO                                *
      *    UN CANDIDATO ACEPTADO DEBE TRAER EL MISMO CLIENTE QUE  *
      *    EL MAESTRO EN LA MISMA POSICION; SI NO, SE ABORTA.  UN *
      *    CANDIDATO CON BASE DISTINTA SOLO SE COMPARA PARA SABER *
      *    SI SUS CAMBIOS YA ESTAN EN EL MAESTRO.                  *
      *----------------------------------------------------------*
       2100-COMPARAR-CANDIDATO.
           MOVE 'N' TO WS-CAN-CAMBIO-SW (WS-CAN-IDX)
           IF WS-CAN-AUSENTE (WS-CAN-IDX)
               OR WS-CAN-DESALINEADO (WS-CAN-IDX)
               GO TO 2100-COMPARAR-CANDIDATO-EXIT
           END-IF
           IF WS-CAN-FIN (WS-CAN-IDX)
               IF WS-CAN-ACEPTADO (WS-CAN-IDX)
                   DISPLAY WS-PGM-ID ' - ABEND, '
                           WS-CAN-DD (WS-CAN-IDX) ' TIENE MENOS '
                           'REGISTROS QUE EL MAESTRO (CLIENTE '
                           SCLCL001-NO-CLIENTE ')'
                   PERFORM 9100-ABORTAR THRU 9100-ABORTAR-EXIT
               END-IF
               MOVE 'D' TO WS-CAN-ESTADO (WS-CAN-IDX)
               GO TO 2100-COMPARAR-CANDIDATO-EXIT
           END-IF
           MOVE WS-CAN-REG (WS-CAN-IDX) TO WS-REG-CANDIDATO
           IF WS-RC-NO-CLIENTE NOT = SCLCL001-NO-CLIENTE
               IF WS-CAN-ACEPTADO (WS-CAN-IDX)
                   DISPLAY WS-PGM-ID ' - ABEND, '
                           WS-CAN-DD (WS-CAN-IDX) ' DESALINEADO: '
                           'CANDIDATO ' WS-RC-NO-CLIENTE
                           ' MAESTRO ' SCLCL001-NO-CLIENTE
                   PERFORM 9100-ABORTAR THRU 9100-ABORTAR-EXIT
               END-IF
               MOVE 'D' TO WS-CAN-ESTADO (WS-CAN-IDX)
               GO TO 2100-COMPARAR-CANDIDATO-EXIT
           END-IF
           IF WS-CAN-ACEPTADO (WS-CAN-IDX)
               PERFORM 2110-FUSIONAR-ACEPTADO
                   THRU 2110-FUSIONAR-ACEPTADO-EXIT
           ELSE
               PERFORM 2150-VERIFICAR-APLICADO
                   THRU 2150-VERIFICAR-APLICADO-EXIT
           END-IF
           PERFORM 2500-LEER-CANDIDATO THRU 2500-LEER-CANDIDATO-EXIT.
       2100-COMPARAR-CANDIDATO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2110-FUSIONAR-ACEPTADO                                 *
      *    CADA CAMPO QUE EL CANDIDATO CAMBIO RESPECTO DEL        *
      *    MAESTRO VIGENTE SE LLEVA AL REGISTRO FUSIONADO, SALVO  *
      *    QUE OTRO CANDIDATO ANTERIOR YA LO HAYA CAMBIADO CON    *
      *    OTRO VALOR: ESO ES UN CONFLICTO.                        *
      *----------------------------------------------------------*
       2110-FUSIONAR-ACEPTADO.
           SET WS-CAN-NRO TO WS-CAN-IDX
           IF WS-RC-PROCESO-CAMBIO NOT = SPACES
               AND WS-CAN-ORIGEN (WS-CAN-IDX) = SPACES
               MOVE WS-RC-PROCESO-CAMBIO TO WS-CAN-ORIGEN (WS-CAN-IDX)
           END-IF
           IF WS-RC-COD-SUCU-CLI NOT = WS-ORIG-SUCU
               MOVE 'S' TO WS-CAN-CAMBIO-SW (WS-CAN-IDX)
               PERFORM 2120-CAMPO-SUCURSAL
                   THRU 2120-CAMPO-SUCURSAL-EXIT
           END-IF
           IF WS-RC-NOM-CLIENTE NOT = WS-ORIG-NOM
               MOVE 'S' TO WS-CAN-CAMBIO-SW (WS-CAN-IDX)
               PERFORM 2130-CAMPO-NOMBRE
                   THRU 2130-CAMPO-NOMBRE-EXIT
           END-IF
           IF WS-RC-CO-SCTA-CLI NOT = WS-ORIG-SCTA
               MOVE 'S' TO WS-CAN-CAMBIO-SW (WS-CAN-IDX)
               PERFORM 2140-CAMPO-SECTORISTA
                   THRU 2140-CAMPO-SECTORISTA-EXIT
           END-IF.
       2110-FUSIONAR-ACEPTADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2120-CAMPO-SUCURSAL                                    *
      *----------------------------------------------------------*
       2120-CAMPO-SUCURSAL.
           IF WS-CAMB-SUCU-CAN = ZERO
               MOVE WS-RC-COD-SUCU-CLI  TO SCLCL001-COD-SUCU-CLI
               MOVE WS-CAN-NRO          TO WS-CAMB-SUCU-CAN
               GO TO 2120-CAMPO-SUCURSAL-EXIT
           END-IF
           IF WS-RC-COD-SUCU-CLI = SCLCL001-COD-SUCU-CLI
               GO TO 2120-CAMPO-SUCURSAL-EXIT
           END-IF
           MOVE 'S'                     TO WS-CONFLICTO-SW
           MOVE SPACES                  TO WS-LINEA-DETALLE
           MOVE SCLCL001-NO-CLIENTE     TO DET-NO-CLIENTE
           MOVE 'SUCURSAL'              TO DET-CAMPO
           MOVE WS-ORIG-SUCU            TO DET-VALOR-ANT
           MOVE 'CONFLICTO'             TO DET-RESULTADO
           IF WS-CONF-SUCU-SW = 'N'
               MOVE 'S'                 TO WS-CONF-SUCU-SW
               SET WS-CAN-IDX2          TO WS-CAMB-SUCU-CAN
               MOVE SCLCL001-COD-SUCU-CLI TO DET-VALOR-NUE
               PERFORM 7000-ORIGEN-DETALLE
                   THRU 7000-ORIGEN-DETALLE-EXIT
               PERFORM 7100-IMPRIMIR-DETALLE
                   THRU 7100-IMPRIMIR-DETALLE-EXIT
           END-IF
           MOVE WS-RC-COD-SUCU-CLI      TO DET-VALOR-NUE
           SET WS-CAN-IDX2              TO WS-CAN-IDX
           PERFORM 7000-ORIGEN-DETALLE THRU 7000-ORIGEN-DETALLE-EXIT
           PERFORM 7100-IMPRIMIR-DETALLE
               THRU 7100-IMPRIMIR-DETALLE-EXIT.
       2120-CAMPO-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2130-CAMPO-NOMBRE                                      *
      *----------------------------------------------------------*
       2130-CAMPO-NOMBRE.
           IF WS-CAMB-NOM-CAN = ZERO
               MOVE WS-RC-NOM-CLIENTE   TO SCLCL001-NOM-CLIENTE
               MOVE WS-CAN-NRO          TO WS-CAMB-NOM-CAN
               GO TO 2130-CAMPO-NOMBRE-EXIT
           END-IF
           IF WS-RC-NOM-CLIENTE = SCLCL001-NOM-CLIENTE
               GO TO 2130-CAMPO-NOMBRE-EXIT
           END-IF
           MOVE 'S'                     TO WS-CONFLICTO-SW
           MOVE SPACES                  TO WS-LINEA-DETALLE
           MOVE SCLCL001-NO-CLIENTE     TO DET-NO-CLIENTE
           MOVE 'NOMBRE'                TO DET-CAMPO
           MOVE WS-ORIG-NOM             TO DET-VALOR-ANT
           MOVE 'CONFLICTO'             TO DET-RESULTADO
           IF WS-CONF-NOM-SW = 'N'
               MOVE 'S'                 TO WS-CONF-NOM-SW
               SET WS-CAN-IDX2          TO WS-CAMB-NOM-CAN
               MOVE SCLCL001-NOM-CLIENTE TO DET-VALOR-NUE
               PERFORM 7000-ORIGEN-DETALLE
                   THRU 7000-ORIGEN-DETALLE-EXIT
               PERFORM 7100-IMPRIMIR-DETALLE
                   THRU 7100-IMPRIMIR-DETALLE-EXIT
           END-IF
           MOVE WS-RC-NOM-CLIENTE       TO DET-VALOR-NUE
           SET WS-CAN-IDX2              TO WS-CAN-IDX
           PERFORM 7000-ORIGEN-DETALLE THRU 7000-ORIGEN-DETALLE-EXIT
           PERFORM 7100-IMPRIMIR-DETALLE
               THRU 7100-IMPRIMIR-DETALLE-EXIT.
       2130-CAMPO-NOMBRE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2140-CAMPO-SECTORISTA                                  *
      *----------------------------------------------------------*
       2140-CAMPO-SECTORISTA.
           IF WS-CAMB-SCTA-CAN = ZERO
               MOVE WS-RC-CO-SCTA-CLI   TO SCLCL001-CO-SCTA-CLI
               MOVE WS-CAN-NRO          TO WS-CAMB-SCTA-CAN
               GO TO 2140-CAMPO-SECTORISTA-EXIT
           END-IF
           IF WS-RC-CO-SCTA-CLI = SCLCL001-CO-SCTA-CLI
               GO TO 2140-CAMPO-SECTORISTA-EXIT
           END-IF
           MOVE 'S'                     TO WS-CONFLICTO-SW
           MOVE SPACES                  TO WS-LINEA-DETALLE
           MOVE SCLCL001-NO-CLIENTE     TO DET-NO-CLIENTE
           MOVE 'SECTORISTA'            TO DET-CAMPO
           MOVE WS-ORIG-SCTA            TO DET-VALOR-ANT
           MOVE 'CONFLICTO'             TO DET-RESULTADO
           IF WS-CONF-SCTA-SW = 'N'
               MOVE 'S'                 TO WS-CONF-SCTA-SW
               SET WS-CAN-IDX2          TO WS-CAMB-SCTA-CAN
               MOVE SCLCL001-CO-SCTA-CLI TO DET-VALOR-NUE
               PERFORM 7000-ORIGEN-DETALLE
                   THRU 7000-ORIGEN-DETALLE-EXIT
               PERFORM 7100-IMPRIMIR-DETALLE
                   THRU 7100-IMPRIMIR-DETALLE-EXIT
           END-IF
           MOVE WS-RC-CO-SCTA-CLI       TO DET-VALOR-NUE
           SET WS-CAN-IDX2              TO WS-CAN-IDX
           PERFORM 7000-ORIGEN-DETALLE THRU 7000-ORIGEN-DETALLE-EXIT
           PERFORM 7100-IMPRIMIR-DETALLE
               THRU 7100-IMPRIMIR-DETALLE-EXIT.
       2140-CAMPO-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2150-VERIFICAR-APLICADO                                *
      *    CANDIDATO CON BASE DISTINTA A LA VIGENTE: NO SE APLICA.*
      *    UN REGISTRO QUE EL CANDIDATO MARCO COMO CAMBIADO Y QUE *
      *    NO COINCIDE CON EL MAESTRO VIGENTE ES UN CAMBIO QUE SE *
      *    PIERDE SI NO SE REPITE EL JOB QUE LO GENERO.  COMO EL  *
      *    JOB CONSUME CADA CANDIDATO PROMOVIDO, ACA SOLO LLEGA UN*
      *    CANDIDATO QUE LA ULTIMA PROMOCION NO LEYO.             *
      *----------------------------------------------------------*
       2150-VERIFICAR-APLICADO.
           IF WS-RC-PROCESO-CAMBIO = SPACES
               GO TO 2150-VERIFICAR-APLICADO-EXIT
           END-IF
           IF WS-CAN-ORIGEN (WS-CAN-IDX) = SPACES
               MOVE WS-RC-PROCESO-CAMBIO TO WS-CAN-ORIGEN (WS-CAN-IDX)
           END-IF
           IF WS-RC-COD-SUCU-CLI NOT = WS-ORIG-SUCU
               OR WS-RC-NOM-CLIENTE NOT = WS-ORIG-NOM
               OR WS-RC-CO-SCTA-CLI NOT = WS-ORIG-SCTA
               ADD 1 TO WS-CAN-CT-RECHAZADOS (WS-CAN-IDX)
           END-IF.
       2150-VERIFICAR-APLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2300-CERRAR-CLIENTE                                    *
      *    CON CONFLICTO LOS CAMBIOS DEL CLIENTE CUENTAN COMO     *
      *    RECHAZADOS PARA CADA CANDIDATO QUE LO TOCO; SIN        *
      *    CONFLICTO SE LISTAN LOS CAMPOS APLICADOS.  EL REGISTRO *
      *    SE GRABA SIEMPRE CON EL NUEVO NUMERO DE PROMOCION.      *
      *----------------------------------------------------------*
       2300-CERRAR-CLIENTE.
           PERFORM 2310-CONTAR-CANDIDATO
               THRU 2310-CONTAR-CANDIDATO-EXIT
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-CANT
           IF WS-HAY-CONFLICTO
               ADD 1 TO WS-CT-CONFLICTOS
           ELSE
               IF WS-HAY-CAMBIO
                   ADD 1 TO WS-CT-CLI-CAMBIADOS
                   PERFORM 2320-LISTAR-APLICADOS
                       THRU 2320-LISTAR-APLICADOS-EXIT
               END-IF
           END-IF
           MOVE WS-NRO-NUEVO            TO SCLCL001-NRO-PROMO-9
           MOVE SPACES                  TO SCLCL001-PROCESO-CAMBIO
           MOVE SCLCL001-CLIENTE        TO FD-SALIDA-REG
           WRITE FD-SALIDA-REG
           IF WS-FS-SALIDA NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABANDO CLIEPROM '
                       WS-FS-SALIDA
               PERFORM 9100-ABORTAR THRU 9100-ABORTAR-EXIT
           END-IF
           ADD 1 TO WS-CT-PROMOVIDOS.
       2300-CERRAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2310-CONTAR-CANDIDATO                                  *
      *----------------------------------------------------------*
       2310-CONTAR-CANDIDATO.
           IF WS-CAN-CAMBIO-CLIENTE (WS-CAN-IDX)
               MOVE 'S' TO WS-CAMBIO-SW
               IF WS-HAY-CONFLICTO
                   ADD 1 TO WS-CAN-CT-RECHAZADOS (WS-CAN-IDX)
               ELSE
                   ADD 1 TO WS-CAN-CT-APLICADOS (WS-CAN-IDX)
               END-IF
           END-IF.
       2310-CONTAR-CANDIDATO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2320-LISTAR-APLICADOS                                  *
      *----------------------------------------------------------*
       2320-LISTAR-APLICADOS.
           MOVE SPACES                  TO WS-LINEA-DETALLE
           MOVE SCLCL001-NO-CLIENTE     TO DET-NO-CLIENTE
           MOVE 'APLICADO'              TO DET-RESULTADO
           IF WS-CAMB-SUCU-CAN NOT = ZERO
               MOVE 'SUCURSAL'          TO DET-CAMPO
               MOVE WS-ORIG-SUCU        TO DET-VALOR-ANT
               MOVE SCLCL001-COD-SUCU-CLI TO DET-VALOR-NUE
               SET WS-CAN-IDX2          TO WS-CAMB-SUCU-CAN
               PERFORM 7000-ORIGEN-DETALLE
                   THRU 7000-ORIGEN-DETALLE-EXIT
               PERFORM 7100-IMPRIMIR-DETALLE
                   THRU 7100-IMPRIMIR-DETALLE-EXIT
           END-IF
           IF WS-CAMB-NOM-CAN NOT = ZERO
               MOVE 'NOMBRE'            TO DET-CAMPO
               MOVE WS-ORIG-NOM         TO DET-VALOR-ANT
               MOVE SCLCL001-NOM-CLIENTE TO DET-VALOR-NUE
               SET WS-CAN-IDX2          TO WS-CAMB-NOM-CAN
               PERFORM 7000-ORIGEN-DETALLE
                   THRU 7000-ORIGEN-DETALLE-EXIT
               PERFORM 7100-IMPRIMIR-DETALLE
                   THRU 7100-IMPRIMIR-DETALLE-EXIT
           END-IF
           IF WS-CAMB-SCTA-CAN NOT = ZERO
               MOVE 'SECTORISTA'        TO DET-CAMPO
               MOVE WS-ORIG-SCTA        TO DET-VALOR-ANT
               MOVE SCLCL001-CO-SCTA-CLI TO DET-VALOR-NUE
               SET WS-CAN-IDX2          TO WS-CAMB-SCTA-CAN
               PERFORM 7000-ORIGEN-DETALLE
                   THRU 7000-ORIGEN-DETALLE-EXIT
               PERFORM 7100-IMPRIMIR-DETALLE
                   THRU 7100-IMPRIMIR-DETALLE-EXIT
           END-IF.
       2320-LISTAR-APLICADOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2400-LEER-MAESTRO                                     *
      *----------------------------------------------------------*
       2400-LEER-MAESTRO.
           READ CLIENTE-FILE INTO SCLCL001-CLIENTE
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CT-MAESTRO
           END-READ.
       2400-LEER-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2500-LEER-CANDIDATO                                    *
      *    LEE POR ADELANTADO EL PROXIMO REGISTRO DEL CANDIDATO   *
      *    WS-CAN-IDX Y LO DEJA EN WS-CAN-REG.                     *
      *----------------------------------------------------------*
       2500-LEER-CANDIDATO.
           EVALUATE WS-CAN-IDX
               WHEN 1
                   READ CONV-FILE INTO WS-CAN-REG (WS-CAN-IDX)
                       AT END
                           MOVE 'S' TO WS-CAN-EOF-SW (WS-CAN-IDX)
                   END-READ
               WHEN 2
                   READ MIGR-FILE INTO WS-CAN-REG (WS-CAN-IDX)
                       AT END
                           MOVE 'S' TO WS-CAN-EOF-SW (WS-CAN-IDX)
                   END-READ
               WHEN 3
                   READ NUE1-FILE INTO WS-CAN-REG (WS-CAN-IDX)
                       AT END
                           MOVE 'S' TO WS-CAN-EOF-SW (WS-CAN-IDX)
                   END-READ
               WHEN 4
                   READ NUE0-FILE INTO WS-CAN-REG (WS-CAN-IDX)
                       AT END
                           MOVE 'S' TO WS-CAN-EOF-SW (WS-CAN-IDX)
                   END-READ
               WHEN 5
                   READ REAS-FILE INTO WS-CAN-REG (WS-CAN-IDX)
                       AT END
                           MOVE 'S' TO WS-CAN-EOF-SW (WS-CAN-IDX)
                   END-READ
           END-EVALUATE
           IF NOT WS-CAN-FIN (WS-CAN-IDX)
               ADD 1 TO WS-CAN-CT-LEIDOS (WS-CAN-IDX)
           END-IF.
       2500-LEER-CANDIDATO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-VERIFICAR-FIN                                     *
      *    TERMINADO EL MAESTRO, UN CANDIDATO ACEPTADO NO PUEDE   *
      *    TENER REGISTROS DE MAS.                                 *
      *----------------------------------------------------------*
       3000-VERIFICAR-FIN.
           IF WS-CAN-FIN (WS-CAN-IDX)
               OR WS-CAN-AUSENTE (WS-CAN-IDX)
               OR WS-CAN-DESALINEADO (WS-CAN-IDX)
               GO TO 3000-VERIFICAR-FIN-EXIT
           END-IF
           IF WS-CAN-ACEPTADO (WS-CAN-IDX)
               DISPLAY WS-PGM-ID ' - ABEND, ' WS-CAN-DD (WS-CAN-IDX)
                       ' TIENE MAS REGISTROS QUE EL MAESTRO'
               PERFORM 9100-ABORTAR THRU 9100-ABORTAR-EXIT
           END-IF
           MOVE 'D' TO WS-CAN-ESTADO (WS-CAN-IDX).
       3000-VERIFICAR-FIN-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-IMPRIMIR-RESUMEN                                  *
      *----------------------------------------------------------*
       4000-IMPRIMIR-RESUMEN.
           MOVE SPACES                  TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-CAND-TITULO    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-CAND-COLUMNAS  TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 4100-IMPRIMIR-CANDIDATO
               THRU 4100-IMPRIMIR-CANDIDATO-EXIT
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-CANT
           MOVE SPACES                  TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES                  TO WS-LINEA-TOTALES
           MOVE 'REGISTROS DEL MAESTRO ANTES :' TO TOT-TEXTO
           MOVE WS-CT-MAESTRO           TO TOT-CONTADOR
           MOVE WS-LINEA-TOTALES        TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'REGISTROS DEL MAESTRO DESPUES:' TO TOT-TEXTO
           MOVE WS-CT-PROMOVIDOS        TO TOT-CONTADOR
           MOVE WS-LINEA-TOTALES        TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CLIENTES CAMBIADOS          :' TO TOT-TEXTO
           MOVE WS-CT-CLI-CAMBIADOS     TO TOT-CONTADOR
           MOVE WS-LINEA-TOTALES        TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CLIENTES EN CONFLICTO       :' TO TOT-TEXTO
           MOVE WS-CT-CONFLICTOS        TO TOT-CONTADOR
           MOVE WS-LINEA-TOTALES        TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF WS-CT-CONFLICTOS > ZERO
               MOVE SPACES              TO FD-REPORTE-LINEA
               MOVE '** HAY CONFLICTOS: PROMOCION NO EJECUTADA **'
                                        TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       4000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-IMPRIMIR-CANDIDATO                                *
      *----------------------------------------------------------*
       4100-IMPRIMIR-CANDIDATO.
           MOVE SPACES                  TO WS-LINEA-CANDIDATO
           MOVE WS-CAN-DD (WS-CAN-IDX)  TO CAN-DD
           MOVE WS-CAN-ORIGEN (WS-CAN-IDX) TO CAN-ORIGEN
           MOVE WS-CAN-NRO-BASE (WS-CAN-IDX) TO CAN-BASE
           MOVE WS-CAN-CT-LEIDOS (WS-CAN-IDX) TO CAN-LEIDOS
           MOVE WS-CAN-CT-APLICADOS (WS-CAN-IDX) TO CAN-APLICADOS
           MOVE WS-CAN-CT-RECHAZADOS (WS-CAN-IDX) TO CAN-RECHAZADOS
           EVALUATE TRUE
               WHEN WS-CAN-ACEPTADO (WS-CAN-IDX)
                   MOVE 'ACEPTADO'               TO CAN-ESTADO
               WHEN WS-CAN-AUSENTE (WS-CAN-IDX)
                   MOVE 'AUSENTE (VACIO)'        TO CAN-ESTADO
               WHEN WS-CAN-DESALINEADO (WS-CAN-IDX)
                   MOVE 'RECHAZADO, NO EMPAREJA CON MAESTRO'
                                                 TO CAN-ESTADO
                   ADD 1 TO WS-CT-CAND-RECHAZADOS
               WHEN WS-CAN-BASE-POSTERIOR (WS-CAN-IDX)
                   MOVE 'RECHAZADO, BASE POSTERIOR'
                                                 TO CAN-ESTADO
                   ADD 1 TO WS-CT-CAND-RECHAZADOS
               WHEN WS-CAN-CT-RECHAZADOS (WS-CAN-IDX) = ZERO
                   MOVE 'YA PROMOVIDO'           TO CAN-ESTADO
               WHEN OTHER
                   MOVE 'RECHAZADO, BASE ANTERIOR'
                                                 TO CAN-ESTADO
                   ADD 1 TO WS-CT-CAND-RECHAZADOS
           END-EVALUATE
           ADD WS-CAN-CT-RECHAZADOS (WS-CAN-IDX)
               TO WS-CT-CAMB-RECHAZADOS
           MOVE WS-LINEA-CANDIDATO      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       4100-IMPRIMIR-CANDIDATO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-ORIGEN-DETALLE                                    *
      *    ORIGEN DEL CANDIDATO WS-CAN-IDX2 PARA LA LINEA; SI EL  *
      *    JOB NO SE CONOCE SE MUESTRA EL DD.                      *
      *----------------------------------------------------------*
       7000-ORIGEN-DETALLE.
           IF WS-CAN-ORIGEN (WS-CAN-IDX2) NOT = SPACES
               MOVE WS-CAN-ORIGEN (WS-CAN-IDX2) TO DET-ORIGEN
           ELSE
               MOVE WS-CAN-DD (WS-CAN-IDX2)     TO DET-ORIGEN
           END-IF.
       7000-ORIGEN-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7100-IMPRIMIR-DETALLE                                  *
      *----------------------------------------------------------*
       7100-IMPRIMIR-DETALLE.
           MOVE WS-LINEA-DETALLE        TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       7100-IMPRIMIR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *    CON CONFLICTOS LA PROMOCION NO VALE (RC=16, LOS PASOS  *
      *    SIGUIENTES DEL JCL NO CORREN).  UN CANDIDATO RECHAZADO *
      *    CON CAMBIOS PENDIENTES DEJA RC=4: LO DEMAS SE PROMUEVE.*
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS THRU 9200-CERRAR-ARCHIVOS-EXIT
           DISPLAY WS-PGM-ID ' - PROMOCION VIGENTE    : '
                   WS-NRO-VIGENTE
           DISPLAY WS-PGM-ID ' - REGISTROS MAESTRO    : ' WS-CT-MAESTRO
           DISPLAY WS-PGM-ID ' - REGISTROS PROMOVIDOS : '
                   WS-CT-PROMOVIDOS
           DISPLAY WS-PGM-ID ' - CLIENTES CAMBIADOS   : '
                   WS-CT-CLI-CAMBIADOS
           DISPLAY WS-PGM-ID ' - CLIENTES EN CONFLICTO: '
                   WS-CT-CONFLICTOS
           DISPLAY WS-PGM-ID ' - CANDIDATOS RECHAZADOS: '
                   WS-CT-CAND-RECHAZADOS
           IF WS-CT-CONFLICTOS > ZERO
               DISPLAY WS-PGM-ID ' - HAY CONFLICTOS ENTRE CANDIDATOS, '
                       'PROMOCION NO EJECUTADA (VER SCTPRPT)'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY WS-PGM-ID ' - NUEVA PROMOCION      : '
                       WS-NRO-NUEVO
               IF WS-CT-CAND-RECHAZADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 9400-GRABAR-DETALLE
                   THRU 9400-GRABAR-DETALLE-EXIT
                   VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-CANT
           END-IF
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ABORTAR                                           *
      *    CANDIDATO ACEPTADO QUE NO EMPAREJA CON EL MAESTRO: NO  *
      *    SE PUEDE FUSIONAR NADA CON SEGURIDAD.                   *
      *----------------------------------------------------------*
       9100-ABORTAR.
           DISPLAY WS-PGM-ID ' - PROMOCION NO EJECUTADA'
           PERFORM 9200-CERRAR-ARCHIVOS THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ABORTAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE CLIENTE-FILE
           CLOSE CONV-FILE
           CLOSE MIGR-FILE
           CLOSE NUE1-FILE
           CLOSE NUE0-FILE
           CLOSE REAS-FILE
           CLOSE SALIDA-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9400-GRABAR-DETALLE                                    *
      *    REGISTRO DE DETALLE DE LA PROMOCION EN SCTRUNCT (VIA   *
      *    SCLCS043) PARA CADA CANDIDATO PRESENTE: JOB DE ORIGEN, *
      *    REGISTROS DEL MAESTRO ANTES Y DESPUES, CAMBIOS         *
      *    APLICADOS Y RECHAZADOS.                                 *
      *----------------------------------------------------------*
       9400-GRABAR-DETALLE.
           IF WS-CAN-AUSENTE (WS-CAN-IDX)
               GO TO 9400-GRABAR-DETALLE-EXIT
           END-IF
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           IF WS-CAN-ORIGEN (WS-CAN-IDX) NOT = SPACES
               MOVE WS-CAN-ORIGEN (WS-CAN-IDX) TO SCLRC031-PGM-ORIGEN
           ELSE
               MOVE WS-CAN-DD (WS-CAN-IDX)     TO SCLRC031-PGM-ORIGEN
           END-IF
           MOVE WS-CT-MAESTRO       TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-PROMOVIDOS    TO SCLRC031-CT-APLICADOS
           MOVE WS-CAN-CT-RECHAZADOS (WS-CAN-IDX)
                                    TO SCLRC031-CT-RECHAZADOS
           MOVE WS-CAN-CT-APLICADOS (WS-CAN-IDX)
                                    TO SCLRC031-CT-CAMBIOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, DETALLE DE '
                       WS-CAN-DD (WS-CAN-IDX)
                       ' NO QUEDO EN SCTRUNCT'
           END-IF.
       9400-GRABAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019.  SI EL CONTROL  *
      *    NO SE PUDO GRABAR SOLO SE AVISA: EL TRABAJO DEL JOB    *
      *    YA ESTA HECHO.                                          *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-MAESTRO       TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-CLI-CAMBIADOS TO SCLRC031-CT-APLICADOS
           ADD WS-CT-CONFLICTOS WS-CT-CAMB-RECHAZADOS
               GIVING SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
