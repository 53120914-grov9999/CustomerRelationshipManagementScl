       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB024.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112104 26/10/15 RPAZ  CREACION - CONTROL NOCTURNO DE LAS    *
      *                        COBERTURAS TEMPORARIAS DE SECTORISTA: *
      *                        LAS QUE INICIAN, LAS QUE TERMINAN Y   *
      *                        LAS QUE TIENEN ALGUN PROBLEMA.        *
      *==============================================================*
      *  PROCESO BATCH QUE CARGA EL DIRECTORIO DE SECTORISTAS        *
      *  (CURSOR DE SCLCS033) Y LAS COBERTURAS VIGENTES QUE NO       *
      *  TERMINARON (CURSOR DE SCLCS048), Y REVISA CADA COBERTURA    *
      *  CONTRA EL DIRECTORIO Y CONTRA LAS DEMAS COBERTURAS.         *
      *--------------------------------------------------------------*
      *  SALIDA   : SCTCRPT  - REPORTE EN TRES SECCIONES:            *
      *             COBERTURAS QUE INICIAN MANANA, COBERTURAS QUE    *
      *             TERMINAN HOY (EL AUSENTE RETOMA SU CARTERA) Y    *
      *             COBERTURAS CON ALERTA, CON UNA LINEA POR ALERTA: *
      *             - EL QUE CUBRE NO EXISTE EN EL DIRECTORIO.       *
      *             - EL QUE CUBRE ESTA INACTIVO.                    *
      *             - EL QUE CUBRE ES DE OTRA SUCURSAL QUE EL        *
      *               AUSENTE.                                       *
      *             - SUPERPUESTA CON OTRA COBERTURA DEL MISMO       *
      *               AUSENTE.                                       *
      *             - EL QUE CUBRE ESTA A SU VEZ CUBIERTO POR OTRO   *
      *               EN ALGUN DIA DEL PERIODO.                      *
      *             AL FINAL, TOTALES POR ESTADO.                    *
      *  SCLCS047 YA RECHAZA ESTOS CASOS AL DAR EL ALTA; EL CONTROL  *
      *  DETECTA LOS QUE APARECEN DESPUES (UN SECTORISTA QUE SE DA   *
      *  DE BAJA O CAMBIA DE SUCURSAL) O LOS CARGADOS POR FUERA DE   *
      *  LA TRANSACCION.  NO ACTUALIZA NADA.                         *
      *  RC=4 SI HAY ALGUNA COBERTURA CON ALERTA.                    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-FILE     ASSIGN TO SCTCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB024'.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-INICIAN                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-TERMINAN               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-EN-CURSO               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-FUTURAS                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CON-ALERTA             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SECCION                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-SECCION                   PIC X(01) VALUE SPACES.
           88  WS-SECCION-INICIAN              VALUE 'I'.
           88  WS-SECCION-TERMINAN             VALUE 'T'.
           88  WS-SECCION-ALERTAS              VALUE 'A'.
       COPY SCLDR031.
       COPY SCLCO031.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DEL DIRECTORIO DE SECTORISTAS          *
      *----------------------------------------------------------*
       01  WS-TABLA-SECTORISTAS.
           05  WS-SCTA-CANT             PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SCTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SCTA-CANT
                   INDEXED BY WS-SCTA-IDX WS-SCTA-POS.
               10  WS-SCTA-COD          PIC X(09).
               10  WS-SCTA-NOM          PIC X(40).
               10  WS-SCTA-SUCU         PIC X(04).
               10  WS-SCTA-ESTA         PIC X(01).
       77  WS-SCTA-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-SCTA-ENCONTRADO              VALUE 1.
       77  WS-COD-BUSCADO               PIC X(09) VALUE SPACES.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DE LAS COBERTURAS, EN EL ORDEN DEL    *
      *    CURSOR (AUSENTE Y FECHA DESDE), CON LOS DATOS DEL      *
      *    DIRECTORIO YA RESUELTOS Y UNA MARCA POR TIPO DE ALERTA.*
      *----------------------------------------------------------*
       01  WS-TABLA-COBERTURAS.
           05  WS-COB-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-COB-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-COB-CANT
                   INDEXED BY WS-COB-IDX WS-COB-IDX2.
               10  WS-COB-AUSENTE       PIC X(09).
               10  WS-COB-CUBRE         PIC X(09).
               10  WS-COB-DESDE         PIC X(10).
               10  WS-COB-HASTA         PIC X(10).
               10  WS-COB-MOTIVO        PIC X(01).
               10  WS-COB-INICIA        PIC X(01).
               10  WS-COB-TERMINA       PIC X(01).
               10  WS-COB-EN-CURSO      PIC X(01).
               10  WS-COB-NOM-AUS       PIC X(40).
               10  WS-COB-SUCU-AUS      PIC X(04).
               10  WS-COB-NOM-CUBRE     PIC X(40).
               10  WS-COB-SUCU-CUBRE    PIC X(04).
               10  WS-COB-AL-NO-EXISTE  PIC X(01).
               10  WS-COB-AL-INACTIVO   PIC X(01).
               10  WS-COB-AL-OTRA-SUCU  PIC X(01).
               10  WS-COB-AL-SUPERPUESTA PIC X(01).
               10  WS-COB-AL-CUBIERTO   PIC X(01).
               10  WS-COB-CON-ALERTA    PIC X(01).
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'CONTROL DE COBERTURAS DE SECTORISTA - SCLCB024'.
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(60).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(37) VALUE 'AUSENTE'.
           05  FILLER PIC X(06) VALUE 'SUCU'.
           05  FILLER PIC X(37) VALUE 'LO CUBRE'.
           05  FILLER PIC X(06) VALUE 'SUCU'.
           05  FILLER PIC X(11) VALUE 'DESDE'.
           05  FILLER PIC X(12) VALUE 'HASTA'.
           05  FILLER PIC X(03) VALUE 'MOT'.
           05  FILLER PIC X(06) VALUE 'ESTADO'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-AUSENTE         PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-NOM-AUS         PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUCU-AUS        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CUBRE           PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-NOM-CUBRE       PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUCU-CUBRE      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-DESDE           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-HASTA           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-MOTIVO          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ESTADO          PIC X(13).
       01  WS-LINEA-ALERTA.
           05  FILLER              PIC X(14) VALUE
               '      *** '.
           05  ALE-TEXTO           PIC X(60).
       01  WS-LINEA-SIN-DATOS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'NO HAY COBERTURAS EN ESTA SECC'.
           05  FILLER PIC X(03) VALUE 'ION'.
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(30).
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
           PERFORM 2200-CARGAR-COBERTURAS
               THRU 2200-CARGAR-COBERTURAS-EXIT
           PERFORM 3000-REVISAR-COBERTURA
               THRU 3000-REVISAR-COBERTURA-EXIT
               VARYING WS-COB-IDX FROM 1 BY 1
               UNTIL WS-COB-IDX > WS-COB-CANT
           MOVE 'I' TO WS-SECCION
           PERFORM 5000-IMPRIMIR-SECCION
               THRU 5000-IMPRIMIR-SECCION-EXIT
           MOVE 'T' TO WS-SECCION
           PERFORM 5000-IMPRIMIR-SECCION
               THRU 5000-IMPRIMIR-SECCION-EXIT
           MOVE 'A' TO WS-SECCION
           PERFORM 5000-IMPRIMIR-SECCION
               THRU 5000-IMPRIMIR-SECCION-EXIT
           PERFORM 6000-IMPRIMIR-TOTALES
               THRU 6000-IMPRIMIR-TOTALES-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTCRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       1000-INICIAL-EXIT.
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
                       'LLENA (2000), CONTROL NO GENERADO'
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
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2100-AGREGAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-CARGAR-COBERTURAS                                 *
      *    CARGA LAS COBERTURAS VIGENTES RECORRIENDO EL CURSOR    *
      *    DE SCLCS048.                                            *
      *----------------------------------------------------------*
       2200-CARGAR-COBERTURAS.
           MOVE SPACES  TO SCLCO031-INTERFAZ
           MOVE 'OPEN'  TO SCLCO031-FUNCION
           CALL 'SCLCS048' USING SCLCO031-INTERFAZ
           MOVE 'FETCH' TO SCLCO031-FUNCION
           CALL 'SCLCS048' USING SCLCO031-INTERFAZ
           IF SCLCO031-ERROR = 'S'
               PERFORM 9150-ERROR-DB2-COBERTURAS
                   THRU 9150-ERROR-DB2-COBERTURAS-EXIT
           END-IF
           PERFORM 2210-AGREGAR-COBERTURA
               THRU 2210-AGREGAR-COBERTURA-EXIT
               UNTIL SCLCO031-EOF = 'S'
           MOVE 'CLOSE' TO SCLCO031-FUNCION
           CALL 'SCLCS048' USING SCLCO031-INTERFAZ.
       2200-CARGAR-COBERTURAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2210-AGREGAR-COBERTURA                                 *
      *----------------------------------------------------------*
       2210-AGREGAR-COBERTURA.
           IF WS-COB-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE COBERTURAS '
                       'LLENA (2000), CONTROL NO GENERADO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-LEIDOS
           ADD 1 TO WS-COB-CANT
           SET WS-COB-IDX TO WS-COB-CANT
           MOVE SCLCO031-COD-SCTA-AUSENTE TO WS-COB-AUSENTE (WS-COB-IDX)
           MOVE SCLCO031-COD-SCTA-CUBRE   TO WS-COB-CUBRE (WS-COB-IDX)
           MOVE SCLCO031-FEC-DESDE        TO WS-COB-DESDE (WS-COB-IDX)
           MOVE SCLCO031-FEC-HASTA        TO WS-COB-HASTA (WS-COB-IDX)
           MOVE SCLCO031-COD-MOTIVO       TO WS-COB-MOTIVO (WS-COB-IDX)
           MOVE SCLCO031-IN-INICIA        TO WS-COB-INICIA (WS-COB-IDX)
           MOVE SCLCO031-IN-TERMINA       TO
                WS-COB-TERMINA (WS-COB-IDX)
           MOVE SCLCO031-IN-EN-CURSO      TO
                WS-COB-EN-CURSO (WS-COB-IDX)
           MOVE 'FETCH' TO SCLCO031-FUNCION
           CALL 'SCLCS048' USING SCLCO031-INTERFAZ
           IF SCLCO031-ERROR = 'S'
               PERFORM 9150-ERROR-DB2-COBERTURAS
                   THRU 9150-ERROR-DB2-COBERTURAS-EXIT
           END-IF.
       2210-AGREGAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-REVISAR-COBERTURA                                 *
      *    RESUELVE AUSENTE Y QUE CUBRE CONTRA EL DIRECTORIO Y    *
      *    CRUZA LA COBERTURA CON TODAS LAS DEMAS.  CUENTA CADA   *
      *    COBERTURA EN UN SOLO ESTADO.                            *
      *----------------------------------------------------------*
       3000-REVISAR-COBERTURA.
           MOVE 'N' TO WS-COB-AL-NO-EXISTE (WS-COB-IDX)
           MOVE 'N' TO WS-COB-AL-INACTIVO (WS-COB-IDX)
           MOVE 'N' TO WS-COB-AL-OTRA-SUCU (WS-COB-IDX)
           MOVE 'N' TO WS-COB-AL-SUPERPUESTA (WS-COB-IDX)
           MOVE 'N' TO WS-COB-AL-CUBIERTO (WS-COB-IDX)
           MOVE 'N' TO WS-COB-CON-ALERTA (WS-COB-IDX)
           MOVE WS-COB-AUSENTE (WS-COB-IDX) TO WS-COD-BUSCADO
           PERFORM 3100-UBICAR-SECTORISTA
               THRU 3100-UBICAR-SECTORISTA-EXIT
           IF WS-SCTA-ENCONTRADO
               MOVE WS-SCTA-NOM (WS-SCTA-POS)
                 TO WS-COB-NOM-AUS (WS-COB-IDX)
               MOVE WS-SCTA-SUCU (WS-SCTA-POS)
                 TO WS-COB-SUCU-AUS (WS-COB-IDX)
           ELSE
               MOVE '*** NO ESTA EN EL DIRECTORIO ***'
                 TO WS-COB-NOM-AUS (WS-COB-IDX)
               MOVE SPACES TO WS-COB-SUCU-AUS (WS-COB-IDX)
           END-IF
           MOVE WS-COB-CUBRE (WS-COB-IDX) TO WS-COD-BUSCADO
           PERFORM 3100-UBICAR-SECTORISTA
               THRU 3100-UBICAR-SECTORISTA-EXIT
           IF WS-SCTA-ENCONTRADO
               MOVE WS-SCTA-NOM (WS-SCTA-POS)
                 TO WS-COB-NOM-CUBRE (WS-COB-IDX)
               MOVE WS-SCTA-SUCU (WS-SCTA-POS)
                 TO WS-COB-SUCU-CUBRE (WS-COB-IDX)
               IF WS-SCTA-ESTA (WS-SCTA-POS) NOT = 'A'
                   MOVE 'S' TO WS-COB-AL-INACTIVO (WS-COB-IDX)
               END-IF
               IF WS-COB-SUCU-CUBRE (WS-COB-IDX) NOT =
                  WS-COB-SUCU-AUS (WS-COB-IDX)
                   MOVE 'S' TO WS-COB-AL-OTRA-SUCU (WS-COB-IDX)
               END-IF
           ELSE
               MOVE '*** NO ESTA EN EL DIRECTORIO ***'
                 TO WS-COB-NOM-CUBRE (WS-COB-IDX)
               MOVE SPACES TO WS-COB-SUCU-CUBRE (WS-COB-IDX)
               MOVE 'S' TO WS-COB-AL-NO-EXISTE (WS-COB-IDX)
           END-IF
           PERFORM 3200-CRUZAR-COBERTURA
               THRU 3200-CRUZAR-COBERTURA-EXIT
               VARYING WS-COB-IDX2 FROM 1 BY 1
               UNTIL WS-COB-IDX2 > WS-COB-CANT
           IF WS-COB-AL-NO-EXISTE (WS-COB-IDX) = 'S'
              OR WS-COB-AL-INACTIVO (WS-COB-IDX) = 'S'
              OR WS-COB-AL-OTRA-SUCU (WS-COB-IDX) = 'S'
              OR WS-COB-AL-SUPERPUESTA (WS-COB-IDX) = 'S'
              OR WS-COB-AL-CUBIERTO (WS-COB-IDX) = 'S'
               MOVE 'S' TO WS-COB-CON-ALERTA (WS-COB-IDX)
               ADD 1 TO WS-CT-CON-ALERTA
           END-IF
           EVALUATE TRUE
               WHEN WS-COB-TERMINA (WS-COB-IDX) = 'S'
                   ADD 1 TO WS-CT-TERMINAN
               WHEN WS-COB-INICIA (WS-COB-IDX) = 'S'
                   ADD 1 TO WS-CT-INICIAN
               WHEN WS-COB-EN-CURSO (WS-COB-IDX) = 'S'
                   ADD 1 TO WS-CT-EN-CURSO
               WHEN OTHER
                   ADD 1 TO WS-CT-FUTURAS
           END-EVALUATE.
       3000-REVISAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-UBICAR-SECTORISTA                                 *
      *    DEJA EN WS-SCTA-POS LA ENTRADA DE WS-COD-BUSCADO.       *
      *----------------------------------------------------------*
       3100-UBICAR-SECTORISTA.
           MOVE ZERO TO WS-SCTA-BUSCADO
           PERFORM 3110-BUSCAR-SECTORISTA
               THRU 3110-BUSCAR-SECTORISTA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO.
       3100-UBICAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3110-BUSCAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       3110-BUSCAR-SECTORISTA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = WS-COD-BUSCADO
               SET WS-SCTA-ENCONTRADO TO TRUE
               SET WS-SCTA-POS TO WS-SCTA-IDX
           END-IF.
       3110-BUSCAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-CRUZAR-COBERTURA                                  *
      *    DOS PERIODOS SE SUPERPONEN SI CADA UNO EMPIEZA ANTES   *
      *    DE QUE TERMINE EL OTRO (FECHAS AAAA-MM-DD, SE COMPARAN *
      *    COMO TEXTO).                                            *
      *----------------------------------------------------------*
       3200-CRUZAR-COBERTURA.
           IF WS-COB-IDX2 = WS-COB-IDX
               GO TO 3200-CRUZAR-COBERTURA-EXIT
           END-IF
           IF WS-COB-DESDE (WS-COB-IDX2) > WS-COB-HASTA (WS-COB-IDX)
              OR WS-COB-HASTA (WS-COB-IDX2) <
                 WS-COB-DESDE (WS-COB-IDX)
               GO TO 3200-CRUZAR-COBERTURA-EXIT
           END-IF
           IF WS-COB-AUSENTE (WS-COB-IDX2) =
              WS-COB-AUSENTE (WS-COB-IDX)
               MOVE 'S' TO WS-COB-AL-SUPERPUESTA (WS-COB-IDX)
           END-IF
           IF WS-COB-AUSENTE (WS-COB-IDX2) =
              WS-COB-CUBRE (WS-COB-IDX)
               MOVE 'S' TO WS-COB-AL-CUBIERTO (WS-COB-IDX)
           END-IF.
       3200-CRUZAR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-IMPRIMIR-SECCION                                  *
      *    UNA PASADA DE LA TABLA POR SECCION (WS-SECCION).        *
      *----------------------------------------------------------*
       5000-IMPRIMIR-SECCION.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           EVALUATE TRUE
               WHEN WS-SECCION-INICIAN
                   MOVE 'COBERTURAS QUE INICIAN MANANA'
                                        TO SEC-TITULO
               WHEN WS-SECCION-TERMINAN
                   MOVE 'COBERTURAS QUE TERMINAN HOY'
                                        TO SEC-TITULO
               WHEN WS-SECCION-ALERTAS
                   MOVE 'COBERTURAS CON ALERTA'
                                        TO SEC-TITULO
           END-EVALUATE
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE ZERO TO WS-CT-SECCION
           PERFORM 5100-IMPRIMIR-COBERTURA
               THRU 5100-IMPRIMIR-COBERTURA-EXIT
               VARYING WS-COB-IDX FROM 1 BY 1
               UNTIL WS-COB-IDX > WS-COB-CANT
           IF WS-CT-SECCION = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       5000-IMPRIMIR-SECCION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-IMPRIMIR-COBERTURA                                *
      *----------------------------------------------------------*
       5100-IMPRIMIR-COBERTURA.
           EVALUATE TRUE
               WHEN WS-SECCION-INICIAN
                   IF WS-COB-INICIA (WS-COB-IDX) NOT = 'S'
                       GO TO 5100-IMPRIMIR-COBERTURA-EXIT
                   END-IF
               WHEN WS-SECCION-TERMINAN
                   IF WS-COB-TERMINA (WS-COB-IDX) NOT = 'S'
                       GO TO 5100-IMPRIMIR-COBERTURA-EXIT
                   END-IF
               WHEN WS-SECCION-ALERTAS
                   IF WS-COB-CON-ALERTA (WS-COB-IDX) NOT = 'S'
                       GO TO 5100-IMPRIMIR-COBERTURA-EXIT
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-CT-SECCION
           MOVE WS-COB-AUSENTE (WS-COB-IDX)    TO DET-AUSENTE
           MOVE WS-COB-NOM-AUS (WS-COB-IDX)    TO DET-NOM-AUS
           MOVE WS-COB-SUCU-AUS (WS-COB-IDX)   TO DET-SUCU-AUS
           MOVE WS-COB-CUBRE (WS-COB-IDX)      TO DET-CUBRE
           MOVE WS-COB-NOM-CUBRE (WS-COB-IDX)  TO DET-NOM-CUBRE
           MOVE WS-COB-SUCU-CUBRE (WS-COB-IDX) TO DET-SUCU-CUBRE
           MOVE WS-COB-DESDE (WS-COB-IDX)      TO DET-DESDE
           MOVE WS-COB-HASTA (WS-COB-IDX)      TO DET-HASTA
           MOVE WS-COB-MOTIVO (WS-COB-IDX)     TO DET-MOTIVO
           EVALUATE TRUE
               WHEN WS-COB-TERMINA (WS-COB-IDX) = 'S'
                   MOVE 'TERMINA HOY'   TO DET-ESTADO
               WHEN WS-COB-INICIA (WS-COB-IDX) = 'S'
                   MOVE 'INICIA MANANA' TO DET-ESTADO
               WHEN WS-COB-EN-CURSO (WS-COB-IDX) = 'S'
                   MOVE 'EN CURSO'      TO DET-ESTADO
               WHEN OTHER
                   MOVE 'FUTURA'        TO DET-ESTADO
           END-EVALUATE
           MOVE WS-LINEA-DETALLE    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF NOT WS-SECCION-ALERTAS
               GO TO 5100-IMPRIMIR-COBERTURA-EXIT
           END-IF
           IF WS-COB-AL-NO-EXISTE (WS-COB-IDX) = 'S'
               MOVE 'EL QUE CUBRE NO EXISTE EN EL DIRECTORIO'
                                    TO ALE-TEXTO
               PERFORM 5200-IMPRIMIR-ALERTA
                   THRU 5200-IMPRIMIR-ALERTA-EXIT
           END-IF
           IF WS-COB-AL-INACTIVO (WS-COB-IDX) = 'S'
               MOVE 'EL QUE CUBRE ESTA INACTIVO'
                                    TO ALE-TEXTO
               PERFORM 5200-IMPRIMIR-ALERTA
                   THRU 5200-IMPRIMIR-ALERTA-EXIT
           END-IF
           IF WS-COB-AL-OTRA-SUCU (WS-COB-IDX) = 'S'
               MOVE 'EL QUE CUBRE ES DE OTRA SUCURSAL'
                                    TO ALE-TEXTO
               PERFORM 5200-IMPRIMIR-ALERTA
                   THRU 5200-IMPRIMIR-ALERTA-EXIT
           END-IF
           IF WS-COB-AL-SUPERPUESTA (WS-COB-IDX) = 'S'
               MOVE 'SUPERPUESTA CON OTRA COBERTURA DEL AUSENTE'
                                    TO ALE-TEXTO
               PERFORM 5200-IMPRIMIR-ALERTA
                   THRU 5200-IMPRIMIR-ALERTA-EXIT
           END-IF
           IF WS-COB-AL-CUBIERTO (WS-COB-IDX) = 'S'
               MOVE 'EL QUE CUBRE ESTA CUBIERTO POR OTRO EN EL PERIODO'
                                    TO ALE-TEXTO
               PERFORM 5200-IMPRIMIR-ALERTA
                   THRU 5200-IMPRIMIR-ALERTA-EXIT
           END-IF.
       5100-IMPRIMIR-COBERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-IMPRIMIR-ALERTA                                   *
      *----------------------------------------------------------*
       5200-IMPRIMIR-ALERTA.
           MOVE WS-LINEA-ALERTA     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       5200-IMPRIMIR-ALERTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-IMPRIMIR-TOTALES                                  *
      *----------------------------------------------------------*
       6000-IMPRIMIR-TOTALES.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'TOTALES'           TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'COBERTURAS VIGENTES        :' TO TOT-TEXTO
           MOVE WS-CT-LEIDOS        TO TOT-CANTIDAD
           PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT
           MOVE '  QUE TERMINAN HOY         :' TO TOT-TEXTO
           MOVE WS-CT-TERMINAN      TO TOT-CANTIDAD
           PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT
           MOVE '  QUE INICIAN MANANA       :' TO TOT-TEXTO
           MOVE WS-CT-INICIAN       TO TOT-CANTIDAD
           PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT
           MOVE '  EN CURSO                 :' TO TOT-TEXTO
           MOVE WS-CT-EN-CURSO      TO TOT-CANTIDAD
           PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT
           MOVE '  FUTURAS                  :' TO TOT-TEXTO
           MOVE WS-CT-FUTURAS       TO TOT-CANTIDAD
           PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT
           MOVE 'COBERTURAS CON ALERTA      :' TO TOT-TEXTO
           MOVE WS-CT-CON-ALERTA    TO TOT-CANTIDAD
           PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
       6000-IMPRIMIR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-IMPRIMIR-TOTAL                                    *
      *----------------------------------------------------------*
       6100-IMPRIMIR-TOTAL.
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6100-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-CON-ALERTA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - COBERTURAS VIGENTES : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - SECTORISTAS EN TABLA: ' WS-SCTA-CANT
           DISPLAY WS-PGM-ID ' - TERMINAN HOY        : ' WS-CT-TERMINAN
           DISPLAY WS-PGM-ID ' - INICIAN MANANA      : ' WS-CT-INICIAN
           DISPLAY WS-PGM-ID ' - CON ALERTA          : '
                   WS-CT-CON-ALERTA
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER EL CURSOR DE SCLCS033:   *
      *    SIN EL DIRECTORIO COMPLETO LAS ALERTAS NO SERIAN       *
      *    CONFIABLES, ASI QUE EL JOB ABORTA.                      *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR DR031CSR, '
                   'CONTROL NO GENERADO (EN TABLA ' WS-SCTA-CANT ')'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9150-ERROR-DB2-COBERTURAS                              *
      *----------------------------------------------------------*
       9150-ERROR-DB2-COBERTURAS.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR CO031CSR, '
                   'CONTROL NO GENERADO (EN TABLA ' WS-COB-CANT ')'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9150-ERROR-DB2-COBERTURAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: LEIDOS SON LAS  *
      *    COBERTURAS VIGENTES, APLICADOS LAS QUE ESTAN EN CURSO  *
      *    (INCLUIDAS LAS QUE TERMINAN HOY) Y RECHAZADOS LAS QUE  *
      *    TIENEN ALGUNA ALERTA.                                   *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           ADD WS-CT-EN-CURSO WS-CT-TERMINAN
               GIVING SCLRC031-CT-APLICADOS
           MOVE WS-CT-CON-ALERTA     TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
