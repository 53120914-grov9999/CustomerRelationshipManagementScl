       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB028.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112107 26/10/15 RPAZ  CREACION - EXTRACTO DIARIO PARA       *
      *                        NOTIFICAR A LOS CLIENTES CUYO         *
      *                        SECTORISTA CAMBIO, CON REPORTE DE     *
      *                        CONTROL POR CAUSA Y SUCURSAL.         *
      *  112108 26/10/15 RPAZ  DESCRIPCION DE LOS CAMBIOS GRABADOS   *
      *                        POR LA CONCILIACION DE SCLCB029.      *
      *==============================================================*
      *  PROCESO BATCH DIARIO.  RECORRE LOS CAMBIOS DE SECTORISTA    *
      *  DE LA FECHA EN SCT.CLIENTE_SCTA_HIST (CURSOR DE SCLCS052,   *
      *  ORDENADO POR CLIENTE Y HORA) Y GRABA UN REGISTRO POR        *
      *  CLIENTE AFECTADO PARA LA PASARELA DE CARTAS / E-MAIL:       *
      *  NOMBRE DEL CLIENTE (MAESTRO), SECTORISTA ANTERIOR Y NUEVO   *
      *  CON SUS NOMBRES (DIRECTORIO, VIA SCLCS033) Y LA SUCURSAL    *
      *  DEL NUEVO CON NOMBRE Y REGION (SCT.SUCURSAL, VIA SCLCS037). *
      *  - LOS CAMBIOS DE UN CODIGO DE 5 DIGITOS A SU EQUIVALENTE DE *
      *    9 (CROSSWALK DE SCLCS032) SON LA MISMA PERSONA: NO SE     *
      *    NOTIFICAN.                                                *
      *  - UN CLIENTE CON VARIOS CAMBIOS EN EL DIA SALE UNA SOLA VEZ,*
      *    DEL SECTORISTA QUE TENIA AL EMPEZAR EL DIA AL ULTIMO; SI  *
      *    TERMINO CON EL MISMO NO SE NOTIFICA.                      *
      *  - SI EL MAESTRO NO TIENE AL CLIENTE CON EL SECTORISTA NUEVO *
      *    (CANDIDATO RECHAZADO EN LA PROMOCION, O CLIENTE DADO DE   *
      *    BAJA) NO SE NOTIFICA Y SE CUENTA COMO NO APLICADO.        *
      *--------------------------------------------------------------*
      *  ENTRADA  : CLIEKSDS - MAESTRO DE CLIENTES (CLUSTER CON      *
      *                        CLAVE NO-CLIENTE QUE RECARGA          *
      *                        SCLCB021), LECTURA DIRECTA.           *
      *             SCTNPARM - POSICIONES 1-10 FECHA A PROCESAR      *
      *                        AAAA-MM-DD; EN BLANCO, HOY.           *
      *  SALIDA   : SCTNOTIF - EXTRACTO (COPY SCLNT031).             *
      *             SCTNRPT  - CONTROL: NOTIFICADOS POR SUCURSAL Y   *
      *                        CAUSA (PROCESO DEL ULTIMO CAMBIO),    *
      *                        TOTALES POR CAUSA Y EXCLUIDOS POR     *
      *                        MOTIVO.                               *
      *  RC=4 SI HUBO CAMBIOS NO APLICADOS EN EL MAESTRO.            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE     ASSIGN TO CLIEKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCLCL001-NO-CLIENTE
               FILE STATUS IS WS-FS-CLIENTE.
           SELECT PARM-FILE        ASSIGN TO SCTNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT NOTIF-FILE       ASSIGN TO SCTNOTIF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIF.
           SELECT REPORTE-FILE     ASSIGN TO SCTNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
           COPY SCLCL001.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REG.
           05  FD-PARM-FECHA              PIC X(10).
           05  FILLER                     PIC X(70).
       FD  NOTIF-FILE
           RECORDING MODE IS F.
       01  FD-NOTIF-REG                PIC X(250).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB028'.
       77  WS-FS-CLIENTE               PIC X(02) VALUE SPACES.
       77  WS-FS-PARM                  PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIF                 PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CLIENTES               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-NOTIFICADOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONVERSIONES           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SOLO-CONVERSION        PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SIN-CAMBIO-NETO        PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-NO-EN-MAESTRO          PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-NO-APLICADO            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CURSOR-DB2                PIC X(08) VALUE SPACES.
       77  WS-COD-BUSCADO               PIC X(09) VALUE SPACES.
       77  WS-COD-ANT                   PIC X(09) VALUE SPACES.
       77  WS-COD-NUE                   PIC X(09) VALUE SPACES.
       77  WS-NOM-ENCONTRADO            PIC X(40) VALUE SPACES.
       77  WS-SUCU-ENCONTRADA           PIC X(04) VALUE SPACES.
       77  WS-RESTO-BISIESTO            PIC 9(04) VALUE ZERO.
       77  WS-COCIENTE                  PIC 9(04) VALUE ZERO.
       77  WS-DIAS-DEL-MES              PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------*
      *    CLIENTE EN CURSO (CORTE POR NO-CLIENTE DEL CURSOR)     *
      *----------------------------------------------------------*
       01  WS-CLIENTE-ACTUAL.
           05  WS-CLI-NO-CLIENTE        PIC X(10) VALUE SPACES.
           05  WS-CLI-SCTA-ANT          PIC X(09) VALUE SPACES.
           05  WS-CLI-SCTA-NUE          PIC X(09) VALUE SPACES.
           05  WS-CLI-PROCESO           PIC X(08) VALUE SPACES.
           05  WS-CLI-FEC-CAMBIO        PIC X(10) VALUE SPACES.
           05  WS-CLI-CT-CAMBIOS        PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------*
      *    FECHA A PROCESAR Y DIA SIGUIENTE (AAAA-MM-DD), PARA EL *
      *    RANGO DEL CURSOR DE HISTORIA                            *
      *----------------------------------------------------------*
       01  WS-FECHA-HOY.
           05  WS-HOY-AAAA              PIC X(04).
           05  WS-HOY-MM                PIC X(02).
           05  WS-HOY-DD                PIC X(02).
       01  WS-FECHA-PROCESO.
           05  WS-FEC-AAAA              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-FEC-MM                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-FEC-DD                PIC 9(02).
       01  WS-FECHA-SIGUIENTE.
           05  WS-SIG-AAAA              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-SIG-MM                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-SIG-DD                PIC 9(02).
       01  WS-TABLA-DIAS.
           05  FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-TABLA-DIAS-R REDEFINES WS-TABLA-DIAS.
           05  WS-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.
       COPY SCLDR031.
       COPY SCLCW031.
       COPY SCLMV031.
       COPY SCLSU031.
       COPY SCLNT031.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DEL DIRECTORIO DE SECTORISTAS          *
      *----------------------------------------------------------*
       01  WS-TABLA-SECTORISTAS.
           05  WS-SCTA-CANT             PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SCTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SCTA-CANT
                   INDEXED BY WS-SCTA-IDX.
               10  WS-SCTA-COD          PIC X(09).
               10  WS-SCTA-NOM          PIC X(40).
               10  WS-SCTA-SUCU         PIC X(04).
       77  WS-SCTA-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-SCTA-ENCONTRADO              VALUE 1.
      *----------------------------------------------------------*
      *    CROSSWALK 5-A-9 EN MEMORIA (CURSOR DE SCLCS032).       *
      *----------------------------------------------------------*
       01  WS-TABLA-CROSSWALK.
           05  WS-CW-CANT               PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-CW-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CW-CANT
                   INDEXED BY WS-CW-IDX.
               10  WS-CW-COD-5          PIC X(05).
               10  WS-CW-COD-9          PIC X(09).
       77  WS-CW-BUSCADO                PIC 9(01) VALUE ZERO.
           88  WS-CW-ENCONTRADO                VALUE 1.
      *----------------------------------------------------------*
      *    PROCESOS (CAUSAS) DE LOS CAMBIOS NOTIFICADOS.  LAS     *
      *    POSICIONES 1 A 9 SE OCUPAN EN EL ORDEN EN QUE          *
      *    APARECEN; LA 10 ACUMULA CUALQUIER OTRO (OTROS).         *
      *----------------------------------------------------------*
       77  WS-PROC-BUSCADO              PIC X(08) VALUE SPACES.
       77  WS-PROC-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-PROC-POS                  PIC 9(02) COMP VALUE ZERO.
       77  WS-PROC-OTROS                PIC 9(02) COMP VALUE 10.
       77  WS-PROC-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88  WS-PROC-ENCONTRADO              VALUE 'S'.
       01  WS-TABLA-PROCESOS.
           05  WS-PROC-CANT             PIC 9(02) COMP VALUE ZERO.
           05  WS-PROC-ENTRADA OCCURS 10 TIMES.
               10  WS-PROC-COD          PIC X(08).
               10  WS-PROC-TOTAL        PIC 9(07) COMP-3.
      *----------------------------------------------------------*
      *    SUCURSALES DE LOS CLIENTES NOTIFICADOS, ORDENADAS POR  *
      *    CODIGO, CON NOMBRE Y REGION DE SCT.SUCURSAL (UNA SOLA  *
      *    CONSULTA A SCLCS037 POR SUCURSAL) Y CANTIDAD POR CAUSA.*
      *----------------------------------------------------------*
       77  WS-SUC-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-SUC-POS                   PIC 9(04) COMP VALUE ZERO.
       77  WS-SUC-BUSCADA               PIC X(04) VALUE SPACES.
       77  WS-SUC-ENCONTRADA-SW         PIC X(01) VALUE 'N'.
           88  WS-SUC-ENCONTRADA               VALUE 'S'.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUC-CANT              PIC 9(04) COMP VALUE ZERO.
           05  WS-SUC-ENTRADA OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SUC-CANT.
               10  WS-SUC-COD           PIC X(04).
               10  WS-SUC-NOM           PIC X(30).
               10  WS-SUC-REGION        PIC X(04).
               10  WS-SUC-TOTAL         PIC 9(07) COMP-3.
               10  WS-SUC-CT-PROC       PIC 9(07) COMP-3
                                        OCCURS 10 TIMES.
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'NOTIFICACION DE CAMBIO DE SECTORISTA - SCLCB028'.
       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(18) VALUE 'FECHA PROCESADA : '.
           05  PAR-FECHA           PIC X(10).
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(60).
       01  WS-LINEA-SUCURSAL.
           05  FILLER              PIC X(11) VALUE 'SUCURSAL : '.
           05  ENC-COD-SUCU        PIC X(04).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  ENC-NOM-SUCU        PIC X(30).
           05  FILLER              PIC X(11) VALUE '  REGION : '.
           05  ENC-REGION          PIC X(04).
           05  FILLER              PIC X(15) VALUE
               '  NOTIFICADOS :'.
           05  ENC-TOTAL           PIC ZZZZZZ9.
       01  WS-LINEA-CAUSA.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  CAU-PROCESO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CAU-DESCRIPCION     PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CAU-CANTIDAD        PIC ZZZZZZ9.
       01  WS-LINEA-SIN-DATOS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(40) VALUE
               'NO HAY CLIENTES A NOTIFICAR'.
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(44).
           05  TOT-CANTIDAD        PIC ZZZZZZ9.
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
           PERFORM 2000-CARGAR-SECTORISTAS
               THRU 2000-CARGAR-SECTORISTAS-EXIT
           PERFORM 2500-CARGAR-CROSSWALK
               THRU 2500-CARGAR-CROSSWALK-EXIT
           PERFORM 3000-PROCESAR-CAMBIOS
               THRU 3000-PROCESAR-CAMBIOS-EXIT
           PERFORM 6000-IMPRIMIR-CONTROL
               THRU 6000-IMPRIMIR-CONTROL-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE WS-TABLA-PROCESOS
           MOVE 'OTROS'             TO WS-PROC-COD (WS-PROC-OTROS)
           PERFORM 1100-LEER-PARAMETRO THRU 1100-LEER-PARAMETRO-EXIT
           PERFORM 1200-CALCULAR-SIGUIENTE
               THRU 1200-CALCULAR-SIGUIENTE-EXIT
           OPEN INPUT  CLIENTE-FILE
           IF WS-FS-CLIENTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEKSDS '
                       WS-FS-CLIENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NOTIF-FILE
           IF WS-FS-NOTIF NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTNOTIF '
                       WS-FS-NOTIF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTNRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LEER-PARAMETRO                                   *
      *    SIN PARAMETRO SE PROCESA EL DIA DE HOY.                *
      *----------------------------------------------------------*
       1100-LEER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = '00'
               MOVE SPACES TO FD-PARM-REG
           ELSE
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-REG
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF FD-PARM-FECHA = SPACES
               MOVE WS-HOY-AAAA TO WS-FEC-AAAA
               MOVE WS-HOY-MM   TO WS-FEC-MM
               MOVE WS-HOY-DD   TO WS-FEC-DD
               GO TO 1100-LEER-PARAMETRO-EXIT
           END-IF
           IF FD-PARM-FECHA (1:4) IS NOT NUMERIC
              OR FD-PARM-FECHA (5:1) NOT = '-'
              OR FD-PARM-FECHA (6:2) IS NOT NUMERIC
              OR FD-PARM-FECHA (8:1) NOT = '-'
              OR FD-PARM-FECHA (9:2) IS NOT NUMERIC
              OR FD-PARM-FECHA (6:2) < '01'
              OR FD-PARM-FECHA (6:2) > '12'
              OR FD-PARM-FECHA (9:2) < '01'
              OR FD-PARM-FECHA (9:2) > '31'
               DISPLAY WS-PGM-ID ' - ABEND, FECHA INVALIDA EN '
                       'SCTNPARM (AAAA-MM-DD): ' FD-PARM-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-PARM-FECHA TO WS-FECHA-PROCESO.
       1100-LEER-PARAMETRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-CALCULAR-SIGUIENTE                                *
      *    DIA SIGUIENTE A LA FECHA A PROCESAR (LIMITE EXCLUIDO   *
      *    DEL CURSOR), CON FEBRERO DE 29 DIAS EN LOS BISIESTOS.  *
      *----------------------------------------------------------*
       1200-CALCULAR-SIGUIENTE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-SIGUIENTE
           MOVE WS-DIAS-MES (WS-SIG-MM) TO WS-DIAS-DEL-MES
           IF WS-SIG-MM = 2
               DIVIDE WS-SIG-AAAA BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WS-DIAS-DEL-MES
                   DIVIDE WS-SIG-AAAA BY 100 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = ZERO
                       MOVE 28 TO WS-DIAS-DEL-MES
                       DIVIDE WS-SIG-AAAA BY 400 GIVING WS-COCIENTE
                           REMAINDER WS-RESTO-BISIESTO
                       IF WS-RESTO-BISIESTO = ZERO
                           MOVE 29 TO WS-DIAS-DEL-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-SIG-DD > WS-DIAS-DEL-MES
               DISPLAY WS-PGM-ID ' - ABEND, FECHA INVALIDA EN '
                       'SCTNPARM (AAAA-MM-DD): ' WS-FECHA-PROCESO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SIG-DD < WS-DIAS-DEL-MES
               ADD 1 TO WS-SIG-DD
               GO TO 1200-CALCULAR-SIGUIENTE-EXIT
           END-IF
           MOVE 1 TO WS-SIG-DD
           IF WS-SIG-MM < 12
               ADD 1 TO WS-SIG-MM
           ELSE
               MOVE 1 TO WS-SIG-MM
               ADD 1 TO WS-SIG-AAAA
           END-IF.
       1200-CALCULAR-SIGUIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CARGAR-SECTORISTAS                                *
      *    CARGA EL DIRECTORIO COMPLETO EN LA TABLA EN MEMORIA    *
      *    RECORRIENDO EL CURSOR DE SCLCS033.                      *
      *----------------------------------------------------------*
       2000-CARGAR-SECTORISTAS.
           MOVE 'DR031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLDR031-INTERFAZ
           MOVE 'OPEN'  TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 2100-AGREGAR-SECTORISTA
               THRU 2100-AGREGAR-SECTORISTA-EXIT
               UNTIL SCLDR031-EOF = 'S'
           MOVE 'CLOSE' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ.
       2000-CARGAR-SECTORISTAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-AGREGAR-SECTORISTA                                *
      *----------------------------------------------------------*
       2100-AGREGAR-SECTORISTA.
           IF WS-SCTA-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SECTORISTAS '
                       'LLENA (2000), EXTRACTO NO GENERADO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCTA-CANT
           SET WS-SCTA-IDX TO WS-SCTA-CANT
           MOVE SCLDR031-COD-SCTA-9    TO WS-SCTA-COD (WS-SCTA-IDX)
           MOVE SCLDR031-NOM-SCTA      TO WS-SCTA-NOM (WS-SCTA-IDX)
           MOVE SCLDR031-COD-SUCU      TO WS-SCTA-SUCU (WS-SCTA-IDX)
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2100-AGREGAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2500-CARGAR-CROSSWALK                                  *
      *----------------------------------------------------------*
       2500-CARGAR-CROSSWALK.
           MOVE 'CW031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLCW031-INTERFAZ
           MOVE 'OPEN'  TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ
           MOVE 'FETCH' TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ
           IF SCLCW031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 2600-AGREGAR-CROSSWALK
               THRU 2600-AGREGAR-CROSSWALK-EXIT
               UNTIL SCLCW031-EOF = 'S'
           MOVE 'CLOSE' TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ.
       2500-CARGAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2600-AGREGAR-CROSSWALK                                 *
      *----------------------------------------------------------*
       2600-AGREGAR-CROSSWALK.
           IF WS-CW-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE CROSSWALK '
                       'LLENA (2000), EXTRACTO NO GENERADO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CW-CANT
           SET WS-CW-IDX TO WS-CW-CANT
           MOVE SCLCW031-COD-SCTA-5 TO WS-CW-COD-5 (WS-CW-IDX)
           MOVE SCLCW031-COD-SCTA-9 TO WS-CW-COD-9 (WS-CW-IDX)
           MOVE 'FETCH' TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ
           IF SCLCW031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2600-AGREGAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-PROCESAR-CAMBIOS                                  *
      *    RECORRE LOS CAMBIOS DEL DIA (CURSOR DE SCLCS052) CON   *
      *    CORTE POR CLIENTE.                                      *
      *----------------------------------------------------------*
       3000-PROCESAR-CAMBIOS.
           MOVE 'MV031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLMV031-INTERFAZ
           MOVE 'OPEN'  TO SCLMV031-FUNCION
           MOVE WS-FECHA-PROCESO   TO SCLMV031-FEC-DESDE
           MOVE WS-FECHA-SIGUIENTE TO SCLMV031-FEC-HASTA
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           MOVE 'FETCH' TO SCLMV031-FUNCION
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           IF SCLMV031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 3100-PROCESAR-FILA THRU 3100-PROCESAR-FILA-EXIT
               UNTIL SCLMV031-EOF = 'S'
           MOVE 'CLOSE' TO SCLMV031-FUNCION
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           IF WS-CLI-NO-CLIENTE NOT = SPACES
               PERFORM 4000-CERRAR-CLIENTE
                   THRU 4000-CERRAR-CLIENTE-EXIT
           END-IF.
       3000-PROCESAR-CAMBIOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-PROCESAR-FILA                                     *
      *----------------------------------------------------------*
       3100-PROCESAR-FILA.
           ADD 1 TO WS-CT-LEIDOS
           IF SCLMV031-NO-CLIENTE NOT = WS-CLI-NO-CLIENTE
               IF WS-CLI-NO-CLIENTE NOT = SPACES
                   PERFORM 4000-CERRAR-CLIENTE
                       THRU 4000-CERRAR-CLIENTE-EXIT
               END-IF
               INITIALIZE WS-CLIENTE-ACTUAL
               MOVE SCLMV031-NO-CLIENTE TO WS-CLI-NO-CLIENTE
           END-IF
           PERFORM 3200-ACUMULAR-CAMBIO THRU 3200-ACUMULAR-CAMBIO-EXIT
           MOVE 'FETCH' TO SCLMV031-FUNCION
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           IF SCLMV031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       3100-PROCESAR-FILA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-ACUMULAR-CAMBIO                                   *
      *    AMBOS CODIGOS SE LLEVAN A 9 DIGITOS POR EL CROSSWALK;  *
      *    SI QUEDAN IGUALES LA FILA ES UNA CONVERSION Y SE       *
      *    IGNORA.  DEL PRIMER CAMBIO REAL QUEDA EL SECTORISTA    *
      *    ANTERIOR; DEL ULTIMO, EL NUEVO Y SU PROCESO.            *
      *----------------------------------------------------------*
       3200-ACUMULAR-CAMBIO.
           MOVE SCLMV031-COD-SCTA-ANT TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           MOVE WS-COD-BUSCADO        TO WS-COD-ANT
           MOVE SCLMV031-COD-SCTA-NUE TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           MOVE WS-COD-BUSCADO        TO WS-COD-NUE
           IF WS-COD-ANT = WS-COD-NUE
               ADD 1 TO WS-CT-CONVERSIONES
               GO TO 3200-ACUMULAR-CAMBIO-EXIT
           END-IF
           IF WS-CLI-CT-CAMBIOS = ZERO
               MOVE WS-COD-ANT TO WS-CLI-SCTA-ANT
           END-IF
           IF WS-CLI-CT-CAMBIOS < 99
               ADD 1 TO WS-CLI-CT-CAMBIOS
           END-IF
           MOVE WS-COD-NUE            TO WS-CLI-SCTA-NUE
           MOVE SCLMV031-PROCESO      TO WS-CLI-PROCESO
           MOVE SCLMV031-FEC-CAMBIO   TO WS-CLI-FEC-CAMBIO.
       3200-ACUMULAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-CERRAR-CLIENTE                                    *
      *    DECIDE SI EL CLIENTE SE NOTIFICA Y GRABA EL EXTRACTO.  *
      *----------------------------------------------------------*
       4000-CERRAR-CLIENTE.
           ADD 1 TO WS-CT-CLIENTES
           IF WS-CLI-CT-CAMBIOS = ZERO
               ADD 1 TO WS-CT-SOLO-CONVERSION
               GO TO 4000-CERRAR-CLIENTE-EXIT
           END-IF
           IF WS-CLI-SCTA-ANT = WS-CLI-SCTA-NUE
               ADD 1 TO WS-CT-SIN-CAMBIO-NETO
               GO TO 4000-CERRAR-CLIENTE-EXIT
           END-IF
           MOVE WS-CLI-NO-CLIENTE TO SCLCL001-NO-CLIENTE
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CLIENTE = '23'
               ADD 1 TO WS-CT-NO-EN-MAESTRO
               DISPLAY WS-PGM-ID ' - CLIENTE ' WS-CLI-NO-CLIENTE
                       ' NO ESTA EN EL MAESTRO, NO SE NOTIFICA'
               GO TO 4000-CERRAR-CLIENTE-EXIT
           END-IF
           IF WS-FS-CLIENTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR LECTURA CLIEKSDS '
                       WS-FS-CLIENTE ' CLIENTE ' WS-CLI-NO-CLIENTE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SCLCL001-CO-SCTA-CLI TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           IF WS-COD-BUSCADO NOT = WS-CLI-SCTA-NUE
               ADD 1 TO WS-CT-NO-APLICADO
               DISPLAY WS-PGM-ID ' - CLIENTE ' WS-CLI-NO-CLIENTE
                       ' TIENE ' SCLCL001-CO-SCTA-CLI ' EN EL MAESTRO'
                       ' Y NO ' WS-CLI-SCTA-NUE ', NO SE NOTIFICA'
               GO TO 4000-CERRAR-CLIENTE-EXIT
           END-IF
           PERFORM 4100-GRABAR-NOTIFICACION
               THRU 4100-GRABAR-NOTIFICACION-EXIT.
       4000-CERRAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-GRABAR-NOTIFICACION                               *
      *----------------------------------------------------------*
       4100-GRABAR-NOTIFICACION.
           MOVE SPACES                TO SCLNT031-REGISTRO
           MOVE WS-CLI-NO-CLIENTE     TO SCLNT031-NO-CLIENTE
           MOVE SCLCL001-NOM-CLIENTE  TO SCLNT031-NOM-CLIENTE
           MOVE WS-CLI-SCTA-ANT       TO SCLNT031-COD-SCTA-ANT
           MOVE WS-CLI-SCTA-ANT       TO WS-COD-BUSCADO
           PERFORM 8000-UBICAR-SECTORISTA
               THRU 8000-UBICAR-SECTORISTA-EXIT
           MOVE WS-NOM-ENCONTRADO     TO SCLNT031-NOM-SCTA-ANT
           MOVE WS-CLI-SCTA-NUE       TO SCLNT031-COD-SCTA-NUE
           MOVE WS-CLI-SCTA-NUE       TO WS-COD-BUSCADO
           PERFORM 8000-UBICAR-SECTORISTA
               THRU 8000-UBICAR-SECTORISTA-EXIT
           MOVE WS-NOM-ENCONTRADO     TO SCLNT031-NOM-SCTA-NUE
           IF WS-SCTA-ENCONTRADO
               MOVE WS-SUCU-ENCONTRADA    TO WS-SUC-BUSCADA
           ELSE
               MOVE SCLCL001-COD-SUCU-CLI TO WS-SUC-BUSCADA
           END-IF
           PERFORM 8300-UBICAR-SUCURSAL THRU 8300-UBICAR-SUCURSAL-EXIT
           MOVE WS-SUC-COD (WS-SUC-POS)    TO SCLNT031-COD-SUCU
           MOVE WS-SUC-NOM (WS-SUC-POS)    TO SCLNT031-NOM-SUCU
           MOVE WS-SUC-REGION (WS-SUC-POS) TO SCLNT031-COD-REGION
           MOVE WS-CLI-PROCESO        TO SCLNT031-PROCESO
           MOVE WS-CLI-FEC-CAMBIO     TO SCLNT031-FEC-CAMBIO
           MOVE WS-CLI-CT-CAMBIOS     TO SCLNT031-CT-CAMBIOS
           MOVE SCLNT031-REGISTRO     TO FD-NOTIF-REG
           WRITE FD-NOTIF-REG
           IF WS-FS-NOTIF NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABACION SCTNOTIF '
                       WS-FS-NOTIF
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-NOTIFICADOS
           MOVE WS-CLI-PROCESO TO WS-PROC-BUSCADO
           PERFORM 8200-UBICAR-PROCESO THRU 8200-UBICAR-PROCESO-EXIT
           ADD 1 TO WS-PROC-TOTAL (WS-PROC-POS)
           ADD 1 TO WS-SUC-TOTAL (WS-SUC-POS)
           ADD 1 TO WS-SUC-CT-PROC (WS-SUC-POS, WS-PROC-POS).
       4100-GRABAR-NOTIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-IMPRIMIR-CONTROL                                  *
      *----------------------------------------------------------*
       6000-IMPRIMIR-CONTROL.
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-FECHA-PROCESO    TO PAR-FECHA
           MOVE WS-LINEA-PARAMETROS TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'NOTIFICADOS POR SUCURSAL Y CAUSA' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF WS-SUC-CANT = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF
           PERFORM 6100-IMPRIMIR-SUCURSAL
               THRU 6100-IMPRIMIR-SUCURSAL-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'NOTIFICADOS POR CAUSA' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 6300-IMPRIMIR-TOTAL-CAUSA
               THRU 6300-IMPRIMIR-TOTAL-CAUSA-EXIT
               VARYING WS-PROC-SUB FROM 1 BY 1
               UNTIL WS-PROC-SUB > WS-PROC-OTROS
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'TOTALES DE CONTROL' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'FILAS DE HISTORIA DEL DIA               :'
                                    TO TOT-TEXTO
           MOVE WS-CT-LEIDOS        TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE '  DE ELLAS CONVERSIONES 5 A 9           :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CONVERSIONES  TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE 'CLIENTES CON CAMBIOS EN EL DIA          :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CLIENTES      TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE '  NOTIFICADOS                           :'
                                    TO TOT-TEXTO
           MOVE WS-CT-NOTIFICADOS   TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE '  EXCLUIDOS, SOLO CONVERSION DE CODIGO  :'
                                    TO TOT-TEXTO
           MOVE WS-CT-SOLO-CONVERSION TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE '  EXCLUIDOS, VOLVIO AL MISMO SECTORISTA :'
                                    TO TOT-TEXTO
           MOVE WS-CT-SIN-CAMBIO-NETO TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE '  EXCLUIDOS, NO ESTA EN EL MAESTRO      :'
                                    TO TOT-TEXTO
           MOVE WS-CT-NO-EN-MAESTRO TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT
           MOVE '  EXCLUIDOS, NO APLICADO EN EL MAESTRO  :'
                                    TO TOT-TEXTO
           MOVE WS-CT-NO-APLICADO   TO TOT-CANTIDAD
           PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-IMPRIMIR-TOTAL-EXIT.
       6000-IMPRIMIR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-IMPRIMIR-SUCURSAL                                 *
      *----------------------------------------------------------*
       6100-IMPRIMIR-SUCURSAL.
           MOVE WS-SUC-COD (WS-SUC-SUB)    TO ENC-COD-SUCU
           MOVE WS-SUC-NOM (WS-SUC-SUB)    TO ENC-NOM-SUCU
           MOVE WS-SUC-REGION (WS-SUC-SUB) TO ENC-REGION
           MOVE WS-SUC-TOTAL (WS-SUC-SUB)  TO ENC-TOTAL
           MOVE WS-LINEA-SUCURSAL   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 6200-IMPRIMIR-CAUSA THRU 6200-IMPRIMIR-CAUSA-EXIT
               VARYING WS-PROC-SUB FROM 1 BY 1
               UNTIL WS-PROC-SUB > WS-PROC-OTROS.
       6100-IMPRIMIR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6200-IMPRIMIR-CAUSA                                    *
      *----------------------------------------------------------*
       6200-IMPRIMIR-CAUSA.
           IF WS-SUC-CT-PROC (WS-SUC-SUB, WS-PROC-SUB) = ZERO
               GO TO 6200-IMPRIMIR-CAUSA-EXIT
           END-IF
           MOVE WS-PROC-COD (WS-PROC-SUB) TO CAU-PROCESO
           PERFORM 6250-DESCRIBIR-PROCESO
               THRU 6250-DESCRIBIR-PROCESO-EXIT
           MOVE WS-SUC-CT-PROC (WS-SUC-SUB, WS-PROC-SUB)
                                    TO CAU-CANTIDAD
           MOVE WS-LINEA-CAUSA      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6200-IMPRIMIR-CAUSA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6250-DESCRIBIR-PROCESO                                 *
      *----------------------------------------------------------*
       6250-DESCRIBIR-PROCESO.
           EVALUATE CAU-PROCESO
               WHEN 'SCLCB006'
                   MOVE 'REASIGNACION DE HUERFANOS'
                                    TO CAU-DESCRIPCION
               WHEN 'SCLCB014'
                   MOVE 'TRANSFERENCIA DIRIGIDA'
                                    TO CAU-DESCRIPCION
               WHEN 'SCLCB022'
                   MOVE 'REASIGNACION ONLINE'
                                    TO CAU-DESCRIPCION
               WHEN 'SCLCB029'
                   MOVE 'CONCILIACION SIN HISTORIA'
                                    TO CAU-DESCRIPCION
               WHEN 'OTROS'
                   MOVE 'OTROS PROCESOS'
                                    TO CAU-DESCRIPCION
               WHEN OTHER
                   MOVE 'OTRO PROCESO'
                                    TO CAU-DESCRIPCION
           END-EVALUATE.
       6250-DESCRIBIR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6300-IMPRIMIR-TOTAL-CAUSA                              *
      *----------------------------------------------------------*
       6300-IMPRIMIR-TOTAL-CAUSA.
           IF WS-PROC-TOTAL (WS-PROC-SUB) = ZERO
               GO TO 6300-IMPRIMIR-TOTAL-CAUSA-EXIT
           END-IF
           MOVE WS-PROC-COD (WS-PROC-SUB) TO CAU-PROCESO
           PERFORM 6250-DESCRIBIR-PROCESO
               THRU 6250-DESCRIBIR-PROCESO-EXIT
           MOVE WS-PROC-TOTAL (WS-PROC-SUB) TO CAU-CANTIDAD
           MOVE WS-LINEA-CAUSA      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6300-IMPRIMIR-TOTAL-CAUSA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6400-IMPRIMIR-TOTAL                                    *
      *----------------------------------------------------------*
       6400-IMPRIMIR-TOTAL.
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6400-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-UBICAR-SECTORISTA                                 *
      *    DEJA NOMBRE Y SUCURSAL DE WS-COD-BUSCADO SEGUN EL      *
      *    DIRECTORIO (SPACES SI NO ESTA).                         *
      *----------------------------------------------------------*
       8000-UBICAR-SECTORISTA.
           MOVE SPACES TO WS-NOM-ENCONTRADO
           MOVE SPACES TO WS-SUCU-ENCONTRADA
           MOVE ZERO   TO WS-SCTA-BUSCADO
           IF WS-COD-BUSCADO = SPACES
               GO TO 8000-UBICAR-SECTORISTA-EXIT
           END-IF
           PERFORM 8010-BUSCAR-SECTORISTA
               THRU 8010-BUSCAR-SECTORISTA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO.
       8000-UBICAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8010-BUSCAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       8010-BUSCAR-SECTORISTA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = WS-COD-BUSCADO
               SET WS-SCTA-ENCONTRADO TO TRUE
               MOVE WS-SCTA-NOM (WS-SCTA-IDX)  TO WS-NOM-ENCONTRADO
               MOVE WS-SCTA-SUCU (WS-SCTA-IDX) TO WS-SUCU-ENCONTRADA
           END-IF.
       8010-BUSCAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-RESOLVER-CODIGO                                   *
      *    UN CODIGO DE 5 DIGITOS (BYTES 6-9 EN BLANCO) SE        *
      *    REEMPLAZA EN WS-COD-BUSCADO POR SU EQUIVALENTE DE 9    *
      *    SEGUN EL CROSSWALK; SIN EQUIVALENTE QUEDA COMO ESTA.   *
      *----------------------------------------------------------*
       8100-RESOLVER-CODIGO.
           IF WS-COD-BUSCADO (6:4) NOT = SPACES
              OR WS-COD-BUSCADO (1:5) = SPACES
               GO TO 8100-RESOLVER-CODIGO-EXIT
           END-IF
           MOVE ZERO TO WS-CW-BUSCADO
           PERFORM 8110-BUSCAR-CROSSWALK
               THRU 8110-BUSCAR-CROSSWALK-EXIT
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > WS-CW-CANT
                  OR WS-CW-ENCONTRADO.
       8100-RESOLVER-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8110-BUSCAR-CROSSWALK                                  *
      *----------------------------------------------------------*
       8110-BUSCAR-CROSSWALK.
           IF WS-CW-COD-5 (WS-CW-IDX) = WS-COD-BUSCADO (1:5)
               SET WS-CW-ENCONTRADO TO TRUE
               IF WS-CW-COD-9 (WS-CW-IDX) NOT = SPACES
                   MOVE WS-CW-COD-9 (WS-CW-IDX) TO WS-COD-BUSCADO
               END-IF
           END-IF.
       8110-BUSCAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8200-UBICAR-PROCESO                                    *
      *    DEJA EN WS-PROC-POS LA POSICION DE WS-PROC-BUSCADO EN  *
      *    LA TABLA DE PROCESOS; CON LAS NUEVE POSICIONES         *
      *    OCUPADAS, LOS DEMAS VAN A OTROS.                        *
      *----------------------------------------------------------*
       8200-UBICAR-PROCESO.
           MOVE 'N' TO WS-PROC-ENCONTRADO-SW
           PERFORM 8210-BUSCAR-PROCESO THRU 8210-BUSCAR-PROCESO-EXIT
               VARYING WS-PROC-SUB FROM 1 BY 1
               UNTIL WS-PROC-SUB > WS-PROC-CANT
                  OR WS-PROC-ENCONTRADO
           IF WS-PROC-ENCONTRADO
               GO TO 8200-UBICAR-PROCESO-EXIT
           END-IF
           IF WS-PROC-CANT >= WS-PROC-OTROS - 1
               MOVE WS-PROC-OTROS TO WS-PROC-POS
               GO TO 8200-UBICAR-PROCESO-EXIT
           END-IF
           ADD 1 TO WS-PROC-CANT
           MOVE WS-PROC-CANT    TO WS-PROC-POS
           MOVE WS-PROC-BUSCADO TO WS-PROC-COD (WS-PROC-POS).
       8200-UBICAR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8210-BUSCAR-PROCESO                                    *
      *----------------------------------------------------------*
       8210-BUSCAR-PROCESO.
           IF WS-PROC-COD (WS-PROC-SUB) = WS-PROC-BUSCADO
               SET WS-PROC-ENCONTRADO TO TRUE
               MOVE WS-PROC-SUB TO WS-PROC-POS
           END-IF.
       8210-BUSCAR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8300-UBICAR-SUCURSAL                                   *
      *    DEJA EN WS-SUC-POS LA ENTRADA DE WS-SUC-BUSCADA.  UNA  *
      *    SUCURSAL NUEVA SE CONSULTA A SCLCS037 Y SE INSERTA EN  *
      *    SU LUGAR PARA QUE LA TABLA QUEDE ORDENADA POR CODIGO.  *
      *----------------------------------------------------------*
       8300-UBICAR-SUCURSAL.
           MOVE 'N' TO WS-SUC-ENCONTRADA-SW
           MOVE ZERO TO WS-SUC-POS
           PERFORM 8310-BUSCAR-SUCURSAL THRU 8310-BUSCAR-SUCURSAL-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT
                  OR WS-SUC-POS > ZERO
           IF WS-SUC-ENCONTRADA
               GO TO 8300-UBICAR-SUCURSAL-EXIT
           END-IF
           IF WS-SUC-CANT >= 500
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SUCURSALES '
                       'LLENA (500), EXTRACTO INCOMPLETO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SUC-POS = ZERO
               COMPUTE WS-SUC-POS = WS-SUC-CANT + 1
           END-IF
           ADD 1 TO WS-SUC-CANT
           PERFORM 8320-CORRER-SUCURSAL THRU 8320-CORRER-SUCURSAL-EXIT
               VARYING WS-SUC-SUB FROM WS-SUC-CANT BY -1
               UNTIL WS-SUC-SUB <= WS-SUC-POS
           INITIALIZE WS-SUC-ENTRADA (WS-SUC-POS)
           MOVE WS-SUC-BUSCADA      TO WS-SUC-COD (WS-SUC-POS)
           MOVE WS-SUC-BUSCADA      TO SCLSU031-COD-SUCU-I
           CALL 'SCLCS037' USING SCLSU031-INTERFAZ
           EVALUATE SCLSU031-RETU
               WHEN '00'
               WHEN '21'
                   MOVE SCLSU031-NOM-SUCU   TO WS-SUC-NOM (WS-SUC-POS)
                   MOVE SCLSU031-COD-REGION
                                    TO WS-SUC-REGION (WS-SUC-POS)
               WHEN '20'
                   MOVE '** SUCURSAL DESCONOCIDA **'
                                    TO WS-SUC-NOM (WS-SUC-POS)
               WHEN OTHER
                   MOVE '** ERROR DB2 SUCURSAL **'
                                    TO WS-SUC-NOM (WS-SUC-POS)
           END-EVALUATE.
       8300-UBICAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8310-BUSCAR-SUCURSAL                                   *
      *    LA BUSQUEDA TERMINA EN LA SUCURSAL BUSCADA O EN LA     *
      *    PRIMERA DE CODIGO MAYOR (LUGAR DE INSERCION).           *
      *----------------------------------------------------------*
       8310-BUSCAR-SUCURSAL.
           IF WS-SUC-COD (WS-SUC-SUB) = WS-SUC-BUSCADA
               SET WS-SUC-ENCONTRADA TO TRUE
               MOVE WS-SUC-SUB TO WS-SUC-POS
           ELSE
               IF WS-SUC-COD (WS-SUC-SUB) > WS-SUC-BUSCADA
                   MOVE WS-SUC-SUB TO WS-SUC-POS
               END-IF
           END-IF.
       8310-BUSCAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8320-CORRER-SUCURSAL                                   *
      *    CORRE UNA POSICION HACIA ABAJO LA ENTRADA ANTERIOR.     *
      *----------------------------------------------------------*
       8320-CORRER-SUCURSAL.
           MOVE WS-SUC-ENTRADA (WS-SUC-SUB - 1)
             TO WS-SUC-ENTRADA (WS-SUC-SUB).
       8320-CORRER-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-NO-APLICADO > ZERO
              OR WS-CT-NO-EN-MAESTRO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - FECHA PROCESADA      : '
                   WS-FECHA-PROCESO
           DISPLAY WS-PGM-ID ' - FILAS DE HISTORIA    : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - CLIENTES CON CAMBIOS : '
                   WS-CT-CLIENTES
           DISPLAY WS-PGM-ID ' - NOTIFICADOS          : '
                   WS-CT-NOTIFICADOS
           DISPLAY WS-PGM-ID ' - NO APLICADOS         : '
                   WS-CT-NO-APLICADO
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER UN CURSOR (WS-CURSOR-DB2)*
      *    UN EXTRACTO PARCIAL DEJARIA CLIENTES SIN AVISO, ASI    *
      *    QUE EL JOB ABORTA.                                      *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR '
                   WS-CURSOR-DB2 ', EXTRACTO NO GENERADO'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE CLIENTE-FILE
           CLOSE NOTIF-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: LEIDOS SON LAS  *
      *    FILAS DE HISTORIA DEL DIA, APLICADOS LOS CLIENTES      *
      *    NOTIFICADOS Y RECHAZADOS LOS CAMBIOS QUE NO ESTAN EN   *
      *    EL MAESTRO.                                             *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-NOTIFICADOS    TO SCLRC031-CT-APLICADOS
           ADD WS-CT-NO-APLICADO WS-CT-NO-EN-MAESTRO
               GIVING SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
