       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB023.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112103 26/10/15 RPAZ  CREACION - PROPUESTA DE REBALANCEO DE *
      *                        CARTERA: POR SUCURSAL, PASA EL EXCESO *
      *                        DE LOS SECTORISTAS QUE SUPERAN EL     *
      *                        TOPE A LOS ACTIVOS DE LA MISMA        *
      *                        SUCURSAL CON LUGAR, Y DEJA LA         *
      *                        PROPUESTA LISTA PARA CORRER CON LA    *
      *                        TRANSFERENCIA DIRIGIDA SCLCB014.      *
      *==============================================================*
      *  PROCESO BATCH QUE CARGA EL DIRECTORIO DE SECTORISTAS        *
      *  (CURSOR DE SCLCS033, ORDENADO POR SUCURSAL Y NOMBRE) Y LAS  *
      *  BAJAS PENDIENTES DE APROBACION (CURSOR DE SCLCS046), CUENTA *
      *  LA CARTERA DE CADA SECTORISTA EN UNA PRIMERA PASADA DEL     *
      *  ARCHIVO DE TRABAJO SCTWORK Y EN UNA SEGUNDA PASADA PROPONE  *
      *  CEDER CADA CLIENTE DE UN SECTORISTA ACTIVO CON EXCESO AL    *
      *  DESTINO ELEGIBLE DE SU SUCURSAL CON MENOS CARGA PROYECTADA. *
      *  NO ACTUALIZA NADA: LA TRANSFERENCIA LA HACE SCLCB014 CON    *
      *  LOS ARCHIVOS QUE GENERA ESTE PROGRAMA, UNA VEZ REVISADO EL  *
      *  REPORTE.                                                    *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCTWORK  - ARCHIVO DE TRABAJO (COPY SCLWK031),   *
      *             UN REGISTRO POR CLIENTE DEL MAESTRO.             *
      *             SCTWPARM - PARAMETRO: TOPE DE CARTERA EN LAS     *
      *             POSICIONES 1-5 (9(05)).  SI FALTA O NO ES        *
      *             NUMERICO SE ASUME EL TOPE POR OMISION (500),     *
      *             IGUAL QUE EN SCLCB007.                           *
      *  SALIDA   : SCTRRPT  - REPORTE DE LA PROPUESTA: TRASPASOS,   *
      *             RESUMEN POR SUCURSAL Y PARES CEDENTE/RECEPTOR.   *
      *             SCTRSEL  - FORMATO SCTTSEL DE SCLCB014: CLIENTE  *
      *             EN POS 1-10 Y RECEPTOR EN POS 12-20.             *
      *             SCTRPAR  - FORMATO SCTTPARM DE SCLCB014: UN      *
      *             REGISTRO POR PAR, CEDENTE EN POS 1-9 Y RECEPTOR  *
      *             EN POS 11-19.                                    *
      *  SOLO SE PROPONEN CLIENTES CON SECTORISTA ACTIVO (CO-RETU    *
      *  '00') Y CUYA SUCURSAL ES LA DEL SECTORISTA.  UN DESTINO ES  *
      *  ELEGIBLE SI ESTA ACTIVO, ES DE LA MISMA SUCURSAL, QUEDA     *
      *  DEBAJO DEL TOPE, TIENE UN SUPERVISOR ACTIVO EN EL           *
      *  DIRECTORIO Y NO TIENE UNA BAJA PENDIENTE EN SCT.BAJA_PEND.  *
      *  RC=4 SI QUEDA EXCESO SIN DESTINO (VER EL RESUMEN).          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRABAJO-FILE     ASSIGN TO SCTWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.
           SELECT PARM-FILE        ASSIGN TO SCTWPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT REPORTE-FILE     ASSIGN TO SCTRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT SELECCION-FILE   ASSIGN TO SCTRSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELECCION.
           SELECT PARES-FILE       ASSIGN TO SCTRPAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARES.
       DATA DIVISION.
       FILE SECTION.
       FD  TRABAJO-FILE
           RECORDING MODE IS F.
           COPY SCLWK031.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REG.
           05  FD-PARM-LIMITE             PIC X(05).
           05  FILLER                     PIC X(75).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       FD  SELECCION-FILE
           RECORDING MODE IS F.
       01  FD-SELECCION-REG.
           05  FD-SEL-NO-CLIENTE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  FD-SEL-RECEPTOR            PIC X(09).
           05  FILLER                     PIC X(60).
       FD  PARES-FILE
           RECORDING MODE IS F.
       01  FD-PARES-REG.
           05  FD-PAR-SCTA-DESDE          PIC X(09).
           05  FILLER                     PIC X(01).
           05  FD-PAR-SCTA-HASTA          PIC X(09).
           05  FILLER                     PIC X(61).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB023'.
       77  WS-FS-TRABAJO               PIC X(02) VALUE SPACES.
       77  WS-FS-PARM                  PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-FS-SELECCION             PIC X(02) VALUE SPACES.
       77  WS-FS-PARES                 PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-FIN-TRABAJO                  VALUE 'S'.
       77  WS-LIMITE-CARTERA            PIC 9(05) VALUE 500.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SIN-TABLA              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-PROPUESTOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SIN-DESTINO            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SOBRECARGA             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-BAJAS-PEND             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CARGA-PROY                PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-CARGA-MEJOR               PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-EXCESO                    PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-SUCU-ANTERIOR             PIC X(04) VALUE SPACES.
       77  WS-TOT-ACTUAL                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-TOT-PROPUESTO             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-TOT-SIN-DESTINO           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-PRIMERA-VEZ-SW            PIC X(01) VALUE 'S'.
           88  WS-PRIMERA-VEZ                   VALUE 'S'.
       77  WS-SW-PARES-LLENA            PIC X(01) VALUE 'N'.
           88  WS-PARES-LLENA                   VALUE 'S'.
       77  WS-SW-SELECCION-LLENA        PIC X(01) VALUE 'N'.
           88  WS-SELECCION-LLENA               VALUE 'S'.
       COPY SCLDR031.
       COPY SCLBP031.
       COPY SCLSU031.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DEL DIRECTORIO DE SECTORISTAS, EN EL  *
      *    ORDEN DEL CURSOR (SUCURSAL Y NOMBRE).  CONTADOR ES LA  *
      *    CARTERA ACTUAL; CEDE Y RECIBE LO QUE MUEVE LA          *
      *    PROPUESTA.  SUPV-OK = 'S' SI EL SUPERVISOR ESTA ACTIVO *
      *    EN EL DIRECTORIO; BAJA-PEND = 'S' SI TIENE UNA BAJA    *
      *    ESPERANDO APROBACION.                                   *
      *----------------------------------------------------------*
       01  WS-TABLA-SECTORISTAS.
           05  WS-SCTA-CANT             PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SCTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SCTA-CANT
                   INDEXED BY WS-SCTA-IDX WS-SCTA-IDX2
                              WS-ORIG-IDX WS-DEST-IDX.
               10  WS-SCTA-COD          PIC X(09).
               10  WS-SCTA-NOM          PIC X(40).
               10  WS-SCTA-SUCU         PIC X(04).
               10  WS-SCTA-ESTA         PIC X(01).
               10  WS-SCTA-SUPV         PIC X(09).
               10  WS-SCTA-SUPV-OK      PIC X(01).
               10  WS-SCTA-BAJA-PEND    PIC X(01).
               10  WS-SCTA-IMPRIME      PIC X(01).
               10  WS-SCTA-CONTADOR     PIC 9(07) COMP-3.
               10  WS-SCTA-CEDE         PIC 9(07) COMP-3.
               10  WS-SCTA-RECIBE       PIC 9(07) COMP-3.
       77  WS-SCTA-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-SCTA-ENCONTRADO              VALUE 1.
       77  WS-DEST-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-DEST-ENCONTRADO              VALUE 1.
      *----------------------------------------------------------*
      *    PARES CEDENTE/RECEPTOR DE LA PROPUESTA (UNO POR        *
      *    REGISTRO DE SCTRPAR).  EL TOPE ES EL DE SCLCB014.       *
      *----------------------------------------------------------*
       01  WS-TABLA-PARES.
           05  WS-PAR-CANT              PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-PAR-ENTRADA OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-PAR-CANT
                   INDEXED BY WS-PAR-IDX WS-PAR-POS.
               10  WS-PAR-DESDE         PIC X(09).
               10  WS-PAR-HASTA         PIC X(09).
               10  WS-PAR-CLIENTES      PIC 9(07) COMP-3.
       77  WS-PAR-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-PAR-ENCONTRADO               VALUE 1.
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'PROPUESTA DE REBALANCEO DE CARTERA - SCLCB023'.
       01  WS-LINEA-TOPE.
           05  FILLER              PIC X(17) VALUE 'TOPE DE CARTERA: '.
           05  TOP-LIMITE          PIC ZZZZ9.
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(60).
       01  WS-LINEA-COL-TRASPASO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'CLIENTE'.
           05  FILLER PIC X(06) VALUE 'SUCU'.
           05  FILLER PIC X(53) VALUE 'CEDENTE'.
           05  FILLER PIC X(08) VALUE 'RECEPTOR'.
       01  WS-LINEA-TRASPASO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRA-NO-CLIENTE      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRA-COD-SUCU        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRA-SCTA-DESDE      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRA-NOM-DESDE       PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRA-SCTA-HASTA      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRA-NOM-HASTA       PIC X(40).
       01  WS-LINEA-ENCABEZADO.
           05  FILLER PIC X(10) VALUE 'SUCURSAL: '.
           05  ENC-COD-SUCU        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ENC-NOM-SUCU        PIC X(30).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'CODIGO'.
           05  FILLER PIC X(42) VALUE 'NOMBRE'.
           05  FILLER PIC X(10) VALUE 'ESTADO'.
           05  FILLER PIC X(09) VALUE '   ACTUAL'.
           05  FILLER PIC X(09) VALUE '     CEDE'.
           05  FILLER PIC X(09) VALUE '   RECIBE'.
           05  FILLER PIC X(11) VALUE '  PROPUESTO'.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'OBSERVACION'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-COD-SCTA-9      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NOM-SCTA        PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ESTADO          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ACTUAL          PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CEDE            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RECIBE          PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DET-PROPUESTO       PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-OBSERVACION     PIC X(18).
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'TOTAL SUCURSAL: '.
           05  FILLER              PIC X(08) VALUE 'ACTUAL: '.
           05  TOT-ACTUAL          PIC ZZZZZZ9.
           05  FILLER              PIC X(13) VALUE '  PROPUESTO: '.
           05  TOT-PROPUESTO       PIC ZZZZZZ9.
           05  FILLER              PIC X(22) VALUE
               '  EXCESO SIN DESTINO: '.
           05  TOT-SIN-DESTINO     PIC ZZZZZZ9.
       01  WS-LINEA-COL-PARES.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'CEDENTE'.
           05  FILLER PIC X(11) VALUE 'RECEPTOR'.
           05  FILLER PIC X(08) VALUE 'CLIENTES'.
       01  WS-LINEA-PAR.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PAR-SCTA-DESDE      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PAR-SCTA-HASTA      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PAR-CLIENTES        PIC ZZZZZZ9.
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
           PERFORM 2200-CARGAR-BAJAS THRU 2200-CARGAR-BAJAS-EXIT
           PERFORM 2300-VALIDAR-SUPERVISOR
               THRU 2300-VALIDAR-SUPERVISOR-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
           PERFORM 3000-CONTAR-CLIENTES
               THRU 3000-CONTAR-CLIENTES-EXIT
               UNTIL WS-FIN-TRABAJO
           PERFORM 3500-REABRIR-TRABAJO
               THRU 3500-REABRIR-TRABAJO-EXIT
           PERFORM 4000-PROPONER-TRASPASO
               THRU 4000-PROPONER-TRASPASO-EXIT
               UNTIL WS-FIN-TRABAJO
           PERFORM 5000-IMPRIMIR-RESUMEN
               THRU 5000-IMPRIMIR-RESUMEN-EXIT
           PERFORM 6000-IMPRIMIR-PARES
               THRU 6000-IMPRIMIR-PARES-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           OPEN INPUT  TRABAJO-FILE
           IF WS-FS-TRABAJO NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTWORK '
                       WS-FS-TRABAJO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTRRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SELECCION-FILE
           IF WS-FS-SELECCION NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTRSEL '
                       WS-FS-SELECCION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARES-FILE
           IF WS-FS-PARES NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTRPAR '
                       WS-FS-PARES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LEER-PARAMETRO THRU 1100-LEER-PARAMETRO-EXIT
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LIMITE-CARTERA   TO TOP-LIMITE
           MOVE WS-LINEA-TOPE       TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LEER-PARAMETRO                                   *
      *    MISMO TRATAMIENTO DEL TOPE QUE SCLCB007, PARA QUE LA   *
      *    PROPUESTA USE EL MISMO CRITERIO DE SOBRECARGA.          *
      *----------------------------------------------------------*
       1100-LEER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = '00'
               DISPLAY WS-PGM-ID ' - SCTWPARM AUSENTE, TOPE POR '
                       'OMISION ' WS-LIMITE-CARTERA
               GO TO 1100-LEER-PARAMETRO-EXIT
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY WS-PGM-ID ' - SCTWPARM VACIO, TOPE POR '
                           'OMISION ' WS-LIMITE-CARTERA
               NOT AT END
                   IF FD-PARM-LIMITE IS NUMERIC
                       MOVE FD-PARM-LIMITE TO WS-LIMITE-CARTERA
                   ELSE
                       DISPLAY WS-PGM-ID ' - TOPE NO NUMERICO "'
                               FD-PARM-LIMITE '", TOPE POR OMISION '
                               WS-LIMITE-CARTERA
                   END-IF
           END-READ
           CLOSE PARM-FILE.
       1100-LEER-PARAMETRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CARGAR-SECTORISTAS                                *
      *    CARGA EL DIRECTORIO COMPLETO EN LA TABLA EN MEMORIA    *
      *    RECORRIENDO EL CURSOR DE SCLCS033.                      *
      *----------------------------------------------------------*
       2000-CARGAR-SECTORISTAS.
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
                       'LLENA (2000), PROPUESTA NO GENERADA'
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
           MOVE SCLDR031-IND-ESTA-SCTA TO WS-SCTA-ESTA (WS-SCTA-IDX)
           MOVE SCLDR031-COD-SCTA-SUPV TO WS-SCTA-SUPV (WS-SCTA-IDX)
           MOVE 'N'                    TO
                WS-SCTA-SUPV-OK (WS-SCTA-IDX)
           MOVE 'N'                    TO
                WS-SCTA-BAJA-PEND (WS-SCTA-IDX)
           MOVE 'N'                    TO
                WS-SCTA-IMPRIME (WS-SCTA-IDX)
           MOVE ZERO                   TO
                WS-SCTA-CONTADOR (WS-SCTA-IDX)
           MOVE ZERO                   TO WS-SCTA-CEDE (WS-SCTA-IDX)
           MOVE ZERO                   TO
                WS-SCTA-RECIBE (WS-SCTA-IDX)
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2100-AGREGAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-CARGAR-BAJAS                                      *
      *    MARCA EN LA TABLA LOS SECTORISTAS CON UNA BAJA         *
      *    ESPERANDO APROBACION (CURSOR DE SCLCS046): NO DEBEN    *
      *    RECIBIR CLIENTES QUE DESPUES HABRIA QUE REASIGNAR.     *
      *----------------------------------------------------------*
       2200-CARGAR-BAJAS.
           MOVE SPACES  TO SCLBP031-INTERFAZ
           MOVE 'OPEN'  TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ
           MOVE 'FETCH' TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ
           IF SCLBP031-ERROR = 'S'
               PERFORM 9150-ERROR-DB2-BAJAS
                   THRU 9150-ERROR-DB2-BAJAS-EXIT
           END-IF
           PERFORM 2210-MARCAR-BAJA THRU 2210-MARCAR-BAJA-EXIT
               UNTIL SCLBP031-EOF = 'S'
           MOVE 'CLOSE' TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ.
       2200-CARGAR-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2210-MARCAR-BAJA                                       *
      *----------------------------------------------------------*
       2210-MARCAR-BAJA.
           ADD 1 TO WS-CT-BAJAS-PEND
           MOVE ZERO TO WS-SCTA-BUSCADO
           PERFORM 2220-BUSCAR-BAJA THRU 2220-BUSCAR-BAJA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO
           MOVE 'FETCH' TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ
           IF SCLBP031-ERROR = 'S'
               PERFORM 9150-ERROR-DB2-BAJAS
                   THRU 9150-ERROR-DB2-BAJAS-EXIT
           END-IF.
       2210-MARCAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2220-BUSCAR-BAJA                                       *
      *----------------------------------------------------------*
       2220-BUSCAR-BAJA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = SCLBP031-COD-SCTA-9
               SET WS-SCTA-ENCONTRADO TO TRUE
               MOVE 'S' TO WS-SCTA-BAJA-PEND (WS-SCTA-IDX)
           END-IF.
       2220-BUSCAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2300-VALIDAR-SUPERVISOR                                *
      *    EL SUPERVISOR DEBE ESTAR INFORMADO Y FIGURAR ACTIVO EN *
      *    EL DIRECTORIO; SI NO, EL SECTORISTA NO ES DESTINO.      *
      *----------------------------------------------------------*
       2300-VALIDAR-SUPERVISOR.
           IF WS-SCTA-SUPV (WS-SCTA-IDX) = SPACES
               GO TO 2300-VALIDAR-SUPERVISOR-EXIT
           END-IF
           MOVE ZERO TO WS-DEST-BUSCADO
           PERFORM 2310-BUSCAR-SUPERVISOR
               THRU 2310-BUSCAR-SUPERVISOR-EXIT
               VARYING WS-SCTA-IDX2 FROM 1 BY 1
               UNTIL WS-SCTA-IDX2 > WS-SCTA-CANT
                  OR WS-DEST-ENCONTRADO.
       2300-VALIDAR-SUPERVISOR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2310-BUSCAR-SUPERVISOR                                 *
      *----------------------------------------------------------*
       2310-BUSCAR-SUPERVISOR.
           IF WS-SCTA-COD (WS-SCTA-IDX2) = WS-SCTA-SUPV (WS-SCTA-IDX)
               SET WS-DEST-ENCONTRADO TO TRUE
               IF WS-SCTA-ESTA (WS-SCTA-IDX2) = 'A'
                   MOVE 'S' TO WS-SCTA-SUPV-OK (WS-SCTA-IDX)
               END-IF
           END-IF.
       2310-BUSCAR-SUPERVISOR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CONTAR-CLIENTES                                   *
      *    PRIMERA PASADA: CARTERA ACTUAL DE CADA SECTORISTA.      *
      *----------------------------------------------------------*
       3000-CONTAR-CLIENTES.
           PERFORM 3100-LEER-TRABAJO THRU 3100-LEER-TRABAJO-EXIT
           IF NOT WS-FIN-TRABAJO
               ADD 1 TO WS-CT-LEIDOS
               PERFORM 3200-UBICAR-SECTORISTA
                   THRU 3200-UBICAR-SECTORISTA-EXIT
               IF WS-SCTA-ENCONTRADO
                   ADD 1 TO WS-SCTA-CONTADOR (WS-ORIG-IDX)
               ELSE
                   ADD 1 TO WS-CT-SIN-TABLA
               END-IF
           END-IF.
       3000-CONTAR-CLIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-LEER-TRABAJO                                     *
      *----------------------------------------------------------*
       3100-LEER-TRABAJO.
           READ TRABAJO-FILE INTO SCLWK031-TRABAJO
               AT END
                   MOVE 'S' TO WS-EOF-SW
           END-READ.
       3100-LEER-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-UBICAR-SECTORISTA                                 *
      *    DEJA EN WS-ORIG-IDX LA ENTRADA DEL SECTORISTA DEL      *
      *    CLIENTE (CODIGO YA RESUELTO A 9 DIGITOS POR SCLCB018). *
      *----------------------------------------------------------*
       3200-UBICAR-SECTORISTA.
           MOVE ZERO TO WS-SCTA-BUSCADO
           PERFORM 3210-BUSCAR-SECTORISTA
               THRU 3210-BUSCAR-SECTORISTA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO.
       3200-UBICAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3210-BUSCAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       3210-BUSCAR-SECTORISTA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = SCLWK031-CO-SCTA
               SET WS-SCTA-ENCONTRADO TO TRUE
               SET WS-ORIG-IDX TO WS-SCTA-IDX
           END-IF.
       3210-BUSCAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-REABRIR-TRABAJO                                   *
      *    LA SEGUNDA PASADA NECESITA LA CARTERA COMPLETA DE      *
      *    TODOS LOS SECTORISTAS YA CONTADA.                       *
      *----------------------------------------------------------*
       3500-REABRIR-TRABAJO.
           CLOSE TRABAJO-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRABAJO-FILE
           IF WS-FS-TRABAJO NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR REAPERTURA SCTWORK '
                       WS-FS-TRABAJO
               CLOSE REPORTE-FILE
               CLOSE SELECCION-FILE
               CLOSE PARES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'TRASPASOS PROPUESTOS' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COL-TRASPASO TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       3500-REABRIR-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-PROPONER-TRASPASO                                 *
      *    SEGUNDA PASADA: UN CLIENTE SE PROPONE SI SU SECTORISTA *
      *    ESTA ACTIVO, ES DE LA SUCURSAL DEL CLIENTE Y TODAVIA   *
      *    TIENE EXCESO SOBRE EL TOPE DESPUES DE LO YA CEDIDO.     *
      *    SCTRSEL NO PASA DE 5000 CLIENTES, EL TOPE DE LA LISTA  *
      *    DE SELECCION DE SCLCB014.                               *
      *----------------------------------------------------------*
       4000-PROPONER-TRASPASO.
           PERFORM 3100-LEER-TRABAJO THRU 3100-LEER-TRABAJO-EXIT
           IF WS-FIN-TRABAJO
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           IF SCLWK031-CO-RETU NOT = '00'
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           PERFORM 3200-UBICAR-SECTORISTA
               THRU 3200-UBICAR-SECTORISTA-EXIT
           IF NOT WS-SCTA-ENCONTRADO
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           IF WS-SCTA-SUCU (WS-ORIG-IDX) NOT = SCLWK031-COD-SUCU-CLI
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           COMPUTE WS-EXCESO = WS-SCTA-CONTADOR (WS-ORIG-IDX)
                             - WS-SCTA-CEDE (WS-ORIG-IDX)
                             - WS-LIMITE-CARTERA
           IF WS-EXCESO NOT > ZERO
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           IF WS-CT-PROPUESTOS >= 5000
               IF NOT WS-SELECCION-LLENA
                   DISPLAY WS-PGM-ID ' - AVISO, SCTRSEL LLENO (5000), '
                           'EL RESTO DEL EXCESO QUEDA SIN DESTINO'
                   MOVE 'S' TO WS-SW-SELECCION-LLENA
               END-IF
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           MOVE ZERO TO WS-DEST-BUSCADO
           PERFORM 4100-ELEGIR-DESTINO THRU 4100-ELEGIR-DESTINO-EXIT
               VARYING WS-SCTA-IDX2 FROM 1 BY 1
               UNTIL WS-SCTA-IDX2 > WS-SCTA-CANT
           IF NOT WS-DEST-ENCONTRADO
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           PERFORM 4200-UBICAR-PAR THRU 4200-UBICAR-PAR-EXIT
           IF NOT WS-PAR-ENCONTRADO
               GO TO 4000-PROPONER-TRASPASO-EXIT
           END-IF
           PERFORM 4300-GRABAR-TRASPASO
               THRU 4300-GRABAR-TRASPASO-EXIT.
       4000-PROPONER-TRASPASO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-ELEGIR-DESTINO                                    *
      *    DE LOS DESTINOS ELEGIBLES DE LA SUCURSAL SE QUEDA CON  *
      *    EL DE MENOR CARGA PROYECTADA (CARTERA ACTUAL MAS LO    *
      *    QUE YA RECIBIO EN ESTA PROPUESTA); A IGUAL CARGA, EL   *
      *    PRIMERO EN EL ORDEN DEL DIRECTORIO.                     *
      *----------------------------------------------------------*
       4100-ELEGIR-DESTINO.
           IF WS-SCTA-SUCU (WS-SCTA-IDX2) NOT = WS-SCTA-SUCU
                                                (WS-ORIG-IDX)
               OR WS-SCTA-ESTA (WS-SCTA-IDX2) NOT = 'A'
               OR WS-SCTA-SUPV-OK (WS-SCTA-IDX2) NOT = 'S'
               OR WS-SCTA-BAJA-PEND (WS-SCTA-IDX2) = 'S'
               GO TO 4100-ELEGIR-DESTINO-EXIT
           END-IF
           COMPUTE WS-CARGA-PROY = WS-SCTA-CONTADOR (WS-SCTA-IDX2)
                                 - WS-SCTA-CEDE (WS-SCTA-IDX2)
                                 + WS-SCTA-RECIBE (WS-SCTA-IDX2)
           IF WS-CARGA-PROY NOT < WS-LIMITE-CARTERA
               GO TO 4100-ELEGIR-DESTINO-EXIT
           END-IF
           IF NOT WS-DEST-ENCONTRADO
               OR WS-CARGA-PROY < WS-CARGA-MEJOR
               SET WS-DEST-ENCONTRADO TO TRUE
               SET WS-DEST-IDX TO WS-SCTA-IDX2
               MOVE WS-CARGA-PROY TO WS-CARGA-MEJOR
           END-IF.
       4100-ELEGIR-DESTINO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4200-UBICAR-PAR                                        *
      *    BUSCA EL PAR CEDENTE/RECEPTOR O LO AGREGA.  SI LA      *
      *    TABLA ESTA LLENA EL CLIENTE QUEDA SIN PROPONER:        *
      *    SCLCB014 NO ACEPTA MAS PARES EN UNA CORRIDA.            *
      *----------------------------------------------------------*
       4200-UBICAR-PAR.
           MOVE ZERO TO WS-PAR-BUSCADO
           PERFORM 4210-BUSCAR-PAR THRU 4210-BUSCAR-PAR-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT
                  OR WS-PAR-ENCONTRADO
           IF WS-PAR-ENCONTRADO
               GO TO 4200-UBICAR-PAR-EXIT
           END-IF
           IF WS-PAR-CANT >= 200
               IF NOT WS-PARES-LLENA
                   DISPLAY WS-PGM-ID ' - AVISO, TABLA DE PARES LLENA '
                           '(200), EL RESTO DEL EXCESO QUEDA SIN '
                           'DESTINO'
                   MOVE 'S' TO WS-SW-PARES-LLENA
               END-IF
               GO TO 4200-UBICAR-PAR-EXIT
           END-IF
           ADD 1 TO WS-PAR-CANT
           SET WS-PAR-POS TO WS-PAR-CANT
           MOVE WS-SCTA-COD (WS-ORIG-IDX) TO WS-PAR-DESDE (WS-PAR-POS)
           MOVE WS-SCTA-COD (WS-DEST-IDX) TO WS-PAR-HASTA (WS-PAR-POS)
           MOVE ZERO                 TO WS-PAR-CLIENTES (WS-PAR-POS)
           SET WS-PAR-ENCONTRADO TO TRUE.
       4200-UBICAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4210-BUSCAR-PAR                                        *
      *----------------------------------------------------------*
       4210-BUSCAR-PAR.
           IF WS-PAR-DESDE (WS-PAR-IDX) = WS-SCTA-COD (WS-ORIG-IDX)
               AND WS-PAR-HASTA (WS-PAR-IDX) =
                   WS-SCTA-COD (WS-DEST-IDX)
               SET WS-PAR-ENCONTRADO TO TRUE
               SET WS-PAR-POS TO WS-PAR-IDX
           END-IF.
       4210-BUSCAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4300-GRABAR-TRASPASO                                   *
      *    DEJA EL CLIENTE EN SCTRSEL CON SU RECEPTOR, LO LISTA Y *
      *    ACTUALIZA LA CARGA PROYECTADA DE AMBOS SECTORISTAS.    *
      *----------------------------------------------------------*
       4300-GRABAR-TRASPASO.
           MOVE SPACES                    TO FD-SELECCION-REG
           MOVE SCLWK031-NO-CLIENTE       TO FD-SEL-NO-CLIENTE
           MOVE WS-SCTA-COD (WS-DEST-IDX) TO FD-SEL-RECEPTOR
           WRITE FD-SELECCION-REG
           MOVE SPACES                    TO WS-LINEA-TRASPASO
           MOVE SCLWK031-NO-CLIENTE       TO TRA-NO-CLIENTE
           MOVE SCLWK031-COD-SUCU-CLI     TO TRA-COD-SUCU
           MOVE WS-SCTA-COD (WS-ORIG-IDX) TO TRA-SCTA-DESDE
           MOVE WS-SCTA-NOM (WS-ORIG-IDX) TO TRA-NOM-DESDE
           MOVE WS-SCTA-COD (WS-DEST-IDX) TO TRA-SCTA-HASTA
           MOVE WS-SCTA-NOM (WS-DEST-IDX) TO TRA-NOM-HASTA
           MOVE WS-LINEA-TRASPASO         TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           ADD 1 TO WS-SCTA-CEDE (WS-ORIG-IDX)
           ADD 1 TO WS-SCTA-RECIBE (WS-DEST-IDX)
           ADD 1 TO WS-PAR-CLIENTES (WS-PAR-POS)
           ADD 1 TO WS-CT-PROPUESTOS.
       4300-GRABAR-TRASPASO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-IMPRIMIR-RESUMEN                                  *
      *    RESUMEN POR SUCURSAL, SOLO DE LAS SUCURSALES CON ALGUN *
      *    SECTORISTA SOBRE EL TOPE.  LA TABLA YA VIENE EN ORDEN  *
      *    DE SUCURSAL Y NOMBRE, ASI QUE EL QUIEBRE ES DIRECTO.   *
      *----------------------------------------------------------*
       5000-IMPRIMIR-RESUMEN.
           PERFORM 5100-MARCAR-SUCURSAL
               THRU 5100-MARCAR-SUCURSAL-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'RESUMEN POR SUCURSAL' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 5200-IMPRIMIR-SECTORISTA
               THRU 5200-IMPRIMIR-SECTORISTA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
           IF NOT WS-PRIMERA-VEZ
               PERFORM 5400-TOTAL-SUCURSAL
                   THRU 5400-TOTAL-SUCURSAL-EXIT
           END-IF.
       5000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-MARCAR-SUCURSAL                                   *
      *    UN SECTORISTA ACTIVO SOBRE EL TOPE MARCA PARA IMPRIMIR *
      *    A TODOS LOS DE SU SUCURSAL.                             *
      *----------------------------------------------------------*
       5100-MARCAR-SUCURSAL.
           IF WS-SCTA-ESTA (WS-SCTA-IDX) = 'A'
               AND WS-SCTA-CONTADOR (WS-SCTA-IDX) > WS-LIMITE-CARTERA
               ADD 1 TO WS-CT-SOBRECARGA
               PERFORM 5110-MARCAR-SECTORISTA
                   THRU 5110-MARCAR-SECTORISTA-EXIT
                   VARYING WS-SCTA-IDX2 FROM 1 BY 1
                   UNTIL WS-SCTA-IDX2 > WS-SCTA-CANT
           END-IF.
       5100-MARCAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5110-MARCAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       5110-MARCAR-SECTORISTA.
           IF WS-SCTA-SUCU (WS-SCTA-IDX2) = WS-SCTA-SUCU (WS-SCTA-IDX)
               MOVE 'S' TO WS-SCTA-IMPRIME (WS-SCTA-IDX2)
           END-IF.
       5110-MARCAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-IMPRIMIR-SECTORISTA                               *
      *    LA OBSERVACION EXPLICA POR QUE UN SECTORISTA NO RECIBE *
      *    CLIENTES CUANDO EN SU SUCURSAL QUEDA EXCESO.            *
      *----------------------------------------------------------*
       5200-IMPRIMIR-SECTORISTA.
           IF WS-SCTA-IMPRIME (WS-SCTA-IDX) NOT = 'S'
               GO TO 5200-IMPRIMIR-SECTORISTA-EXIT
           END-IF
           IF WS-SCTA-SUCU (WS-SCTA-IDX) NOT = WS-SUCU-ANTERIOR
               OR WS-PRIMERA-VEZ
               IF NOT WS-PRIMERA-VEZ
                   PERFORM 5400-TOTAL-SUCURSAL
                       THRU 5400-TOTAL-SUCURSAL-EXIT
               END-IF
               PERFORM 5300-ENCABEZAR-SUCURSAL
                   THRU 5300-ENCABEZAR-SUCURSAL-EXIT
           END-IF
           COMPUTE WS-CARGA-PROY = WS-SCTA-CONTADOR (WS-SCTA-IDX)
                                 - WS-SCTA-CEDE (WS-SCTA-IDX)
                                 + WS-SCTA-RECIBE (WS-SCTA-IDX)
           MOVE SPACES                   TO WS-LINEA-DETALLE
           MOVE WS-SCTA-COD (WS-SCTA-IDX) TO DET-COD-SCTA-9
           MOVE WS-SCTA-NOM (WS-SCTA-IDX) TO DET-NOM-SCTA
           IF WS-SCTA-ESTA (WS-SCTA-IDX) = 'A'
               MOVE 'ACTIVO'    TO DET-ESTADO
           ELSE
               MOVE 'INACTIVO'  TO DET-ESTADO
           END-IF
           MOVE WS-SCTA-CONTADOR (WS-SCTA-IDX) TO DET-ACTUAL
           MOVE WS-SCTA-CEDE (WS-SCTA-IDX)     TO DET-CEDE
           MOVE WS-SCTA-RECIBE (WS-SCTA-IDX)   TO DET-RECIBE
           MOVE WS-CARGA-PROY                  TO DET-PROPUESTO
           EVALUATE TRUE
               WHEN WS-SCTA-ESTA (WS-SCTA-IDX) NOT = 'A'
                   CONTINUE
               WHEN WS-CARGA-PROY > WS-LIMITE-CARTERA
                   MOVE 'EXCESO SIN DESTINO' TO DET-OBSERVACION
                   COMPUTE WS-EXCESO = WS-CARGA-PROY
                                     - WS-LIMITE-CARTERA
                   ADD WS-EXCESO TO WS-TOT-SIN-DESTINO
                   ADD WS-EXCESO TO WS-CT-SIN-DESTINO
               WHEN WS-SCTA-CEDE (WS-SCTA-IDX) > ZERO
                   MOVE 'CEDE EXCESO'        TO DET-OBSERVACION
               WHEN WS-SCTA-RECIBE (WS-SCTA-IDX) > ZERO
                   MOVE 'RECIBE'             TO DET-OBSERVACION
               WHEN WS-SCTA-BAJA-PEND (WS-SCTA-IDX) = 'S'
                   MOVE 'BAJA PENDIENTE'     TO DET-OBSERVACION
               WHEN WS-SCTA-SUPV-OK (WS-SCTA-IDX) NOT = 'S'
                   MOVE 'SUPERV INVALIDO'    TO DET-OBSERVACION
               WHEN WS-CARGA-PROY = WS-LIMITE-CARTERA
                   MOVE 'EN EL TOPE'         TO DET-OBSERVACION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD WS-SCTA-CONTADOR (WS-SCTA-IDX) TO WS-TOT-ACTUAL
           ADD WS-CARGA-PROY                  TO WS-TOT-PROPUESTO
           MOVE WS-LINEA-DETALLE         TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       5200-IMPRIMIR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5300-ENCABEZAR-SUCURSAL                                *
      *----------------------------------------------------------*
       5300-ENCABEZAR-SUCURSAL.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-SCTA-SUCU (WS-SCTA-IDX) TO ENC-COD-SUCU
           MOVE SPACES              TO SCLSU031-INTERFAZ
           MOVE WS-SCTA-SUCU (WS-SCTA-IDX) TO SCLSU031-COD-SUCU-I
           PERFORM 7000-NOMBRAR-SUCURSAL
               THRU 7000-NOMBRAR-SUCURSAL-EXIT
           MOVE WS-LINEA-ENCABEZADO TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-SCTA-SUCU (WS-SCTA-IDX) TO WS-SUCU-ANTERIOR
           MOVE 'N'                 TO WS-PRIMERA-VEZ-SW.
       5300-ENCABEZAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5400-TOTAL-SUCURSAL                                    *
      *----------------------------------------------------------*
       5400-TOTAL-SUCURSAL.
           MOVE WS-TOT-ACTUAL       TO TOT-ACTUAL
           MOVE WS-TOT-PROPUESTO    TO TOT-PROPUESTO
           MOVE WS-TOT-SIN-DESTINO  TO TOT-SIN-DESTINO
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE ZERO                TO WS-TOT-ACTUAL
           MOVE ZERO                TO WS-TOT-PROPUESTO
           MOVE ZERO                TO WS-TOT-SIN-DESTINO.
       5400-TOTAL-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-IMPRIMIR-PARES                                    *
      *    LISTA LOS PARES Y LOS GRABA EN SCTRPAR EN EL ORDEN EN  *
      *    QUE SE FORMARON.                                        *
      *----------------------------------------------------------*
       6000-IMPRIMIR-PARES.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'PARES CEDENTE/RECEPTOR PARA SCLCB014' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COL-PARES  TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 6100-IMPRIMIR-PAR THRU 6100-IMPRIMIR-PAR-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT.
       6000-IMPRIMIR-PARES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-IMPRIMIR-PAR                                      *
      *----------------------------------------------------------*
       6100-IMPRIMIR-PAR.
           MOVE SPACES                    TO FD-PARES-REG
           MOVE WS-PAR-DESDE (WS-PAR-IDX) TO FD-PAR-SCTA-DESDE
           MOVE WS-PAR-HASTA (WS-PAR-IDX) TO FD-PAR-SCTA-HASTA
           WRITE FD-PARES-REG
           MOVE SPACES                    TO WS-LINEA-PAR
           MOVE WS-PAR-DESDE (WS-PAR-IDX) TO PAR-SCTA-DESDE
           MOVE WS-PAR-HASTA (WS-PAR-IDX) TO PAR-SCTA-HASTA
           MOVE WS-PAR-CLIENTES (WS-PAR-IDX) TO PAR-CLIENTES
           MOVE WS-LINEA-PAR              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6100-IMPRIMIR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-NOMBRAR-SUCURSAL                                  *
      *    TRAE EL NOMBRE DE LA SUCURSAL DE SCT.SUCURSAL (VIA     *
      *    SCLCS037) PARA EL ENCABEZADO.                           *
      *----------------------------------------------------------*
       7000-NOMBRAR-SUCURSAL.
           CALL 'SCLCS037' USING SCLSU031-INTERFAZ
           EVALUATE SCLSU031-RETU
               WHEN '00'
               WHEN '21'
                   MOVE SCLSU031-NOM-SUCU TO ENC-NOM-SUCU
               WHEN '20'
                   MOVE '** SUCURSAL DESCONOCIDA **' TO ENC-NOM-SUCU
               WHEN OTHER
                   MOVE '** ERROR DB2 SUCURSAL **'   TO ENC-NOM-SUCU
           END-EVALUATE.
       7000-NOMBRAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *    RC=4 SI QUEDO EXCESO SIN DESTINO: LA PROPUESTA SE      *
      *    PUEDE CORRER IGUAL, PERO LA SUCURSAL NECESITA OTRA     *
      *    SOLUCION PARA ESOS CLIENTES.                            *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-SIN-DESTINO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - CLIENTES LEIDOS     : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - SECTORISTAS EN TABLA : ' WS-SCTA-CANT
           DISPLAY WS-PGM-ID ' - CLIENTES SIN TABLA   : '
                   WS-CT-SIN-TABLA
           DISPLAY WS-PGM-ID ' - BAJAS PENDIENTES     : '
                   WS-CT-BAJAS-PEND
           DISPLAY WS-PGM-ID ' - CON SOBRECARGA       : '
                   WS-CT-SOBRECARGA
           DISPLAY WS-PGM-ID ' - TRASPASOS PROPUESTOS : '
                   WS-CT-PROPUESTOS
           DISPLAY WS-PGM-ID ' - PARES CEDENTE/RECEP. : ' WS-PAR-CANT
           DISPLAY WS-PGM-ID ' - EXCESO SIN DESTINO   : '
                   WS-CT-SIN-DESTINO
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER EL CURSOR DE SCLCS033:   *
      *    SIN EL DIRECTORIO COMPLETO LA PROPUESTA NO SERIA        *
      *    CONFIABLE, ASI QUE EL JOB ABORTA.                        *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR DR031CSR, '
                   'PROPUESTA NO GENERADA (EN TABLA ' WS-SCTA-CANT ')'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9150-ERROR-DB2-BAJAS                                   *
      *    SIN LAS BAJAS PENDIENTES SE PODRIA PROPONER COMO       *
      *    DESTINO A QUIEN SE ESTA POR DAR DE BAJA: EL JOB ABORTA.*
      *----------------------------------------------------------*
       9150-ERROR-DB2-BAJAS.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR BP031CSR, '
                   'PROPUESTA NO GENERADA'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9150-ERROR-DB2-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE TRABAJO-FILE
           CLOSE REPORTE-FILE
           CLOSE SELECCION-FILE
           CLOSE PARES-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: APLICADOS SON   *
      *    LOS TRASPASOS PROPUESTOS Y RECHAZADOS LOS CLIENTES DE  *
      *    EXCESO QUE QUEDARON SIN DESTINO.                        *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-PROPUESTOS     TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-SIN-DESTINO    TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
