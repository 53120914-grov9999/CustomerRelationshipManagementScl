      *                        SELECCION SIN APLICAR).  LA HISTORIA  *
      *                        GUARDA COMO CODIGO ANTERIOR EL VALOR  *
      *                        TAL COMO ESTABA EN EL MAESTRO.        *
      *  112101 26/10/15 RPAZ  MARCA EN SCLCL001-PROCESO-CAMBIO LOS  *
      *                        REGISTROS QUE MODIFICA, PARA QUE LA   *
      *                        PROMOCION SCLCB021 SEPA QUE CAMBIO    *
      *                        CADA CANDIDATO Y QUIEN LO CAMBIO.     *
      *  112103 26/10/15 RPAZ  SCTTPARM ADMITE VARIOS PARES CEDENTE/ *
      *                        RECEPTOR Y CADA ENTRADA DE SCTTSEL    *
      *                        PUEDE INDICAR SU RECEPTOR (POS        *
      *                        12-20), PARA CORRER SIN RETOQUES LA   *
      *                        PROPUESTA DE REBALANCEO DE SCLCB023.  *
      *                        CON UN SOLO PAR Y SIN RECEPTOR EN     *
      *                        SCTTSEL EL JOB HACE LO MISMO QUE      *
      *                        ANTES.                                *
      *  112104 26/10/15 RPAZ  ACEPTA CEDENTE Y RECEPTOR CUBIERTOS   *
      *                        POR OTRO ('01' DE SCLCS031): LA       *
      *                        COBERTURA NO CAMBIA EL DUENO DE LA    *
      *                        CARTERA.                              *
      *==============================================================*
      *  PROCESO BATCH QUE TRANSFIERE CLIENTES DEL SECTORISTA        *
      *  CEDENTE AL SECTORISTA RECEPTOR INDICADOS EN SCTTPARM.       *
      *  EL JOB ANTES DE TOCAR EL MAESTRO.                           *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCTTPARM - CEDENTE EN POSICIONES 1-9, RECEPTOR   *
      *             EN POSICIONES 11-19 (CODIGOS DE 9 DIGITOS).  UN  *
      *             REGISTRO POR PAR, HASTA 200 PARES.               *
      *             SCTTSEL  - OPCIONAL: LISTA DE NO-CLIENTE (POS    *
      *             1-10, UNO POR REGISTRO) A TRANSFERIR, CON EL     *
      *             RECEPTOR OPCIONAL EN POS 12-20.  SI FALTA O      *
      *             VIENE VACIO SE TRANSFIERE LA CARTERA COMPLETA    *
      *             DE CADA CEDENTE (CADA CEDENTE CON UN SOLO PAR).  *
      *             UNA ENTRADA SIN RECEPTOR VA AL UNICO RECEPTOR DE *
      *             SU CEDENTE; SI EL CEDENTE TIENE VARIOS, O SI EL  *
      *             RECEPTOR INDICADO NO FORMA PAR CON EL CEDENTE,   *
      *             LA ENTRADA QUEDA SIN APLICAR.                    *
      *             CLIEMAST - MAESTRO DE CLIENTES (COPY SCLCL001).  *
      *  SALIDA   : CLIENUEV - MAESTRO DE CLIENTES ACTUALIZADO, CON  *
      *             TODOS LOS REGISTROS (TRANSFERIDOS O NO), IGUAL   *
           RECORDING MODE IS F.
       01  FD-SELECCION-REG.
           05  FD-SEL-NO-CLIENTE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  FD-SEL-RECEPTOR            PIC X(09).
           05  FILLER                     PIC X(60).
       FD  CLIENTE-FILE
           RECORDING MODE IS F.
           COPY SCLCL001.
       77  WS-SCTA-HASTA                PIC X(09) VALUE SPACES.
       77  WS-SCTA-CLIENTE              PIC X(09) VALUE SPACES.
       77  WS-SCTA-ANTES                PIC X(09) VALUE SPACES.
       77  WS-RECEPTOR-PEDIDO           PIC X(09) VALUE SPACES.
       77  WS-SW-CARTERA-COMPLETA       PIC X(01) VALUE 'S'.
           88  WS-CARTERA-COMPLETA              VALUE 'S'.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-TRANSFERIDOS           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SELECCION              PIC 9(05) COMP-3 VALUE ZERO.
       77  WS-CT-SEL-SIN-APLICAR        PIC 9(05) COMP-3 VALUE ZERO.
      *----------------------------------------------------------*
      *    PARES CEDENTE/RECEPTOR DE SCTTPARM.  PAR-VECES ES LA   *
      *    CANTIDAD DE PARES QUE TIENE EL MISMO CEDENTE.           *
      *----------------------------------------------------------*
       01  WS-TABLA-PARES.
           05  WS-PAR-CANT              PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-PAR-ENTRADA OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-PAR-CANT
                   INDEXED BY WS-PAR-IDX WS-PAR-IDX2.
               10  WS-PAR-DESDE         PIC X(09).
               10  WS-PAR-HASTA         PIC X(09).
               10  WS-PAR-VECES         PIC 9(03) COMP-3.
       77  WS-PAR-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-PAR-ENCONTRADO               VALUE 1.
       COPY SCLCA031.
       COPY SCLCW031.
       COPY SCLHI032.
           05  WS-SEL-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SEL-ENTRADA OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SEL-CANT
                   INDEXED BY WS-SEL-IDX WS-SEL-IDX2.
               10  WS-SEL-NO-CLIENTE    PIC X(10).
               10  WS-SEL-RECEPTOR      PIC X(09).
               10  WS-SEL-APLICADA      PIC X(01).
       77  WS-SEL-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-SEL-ENCONTRADO               VALUE 1.
               THRU 1250-CARGAR-CROSSWALK-EXIT
           PERFORM 1300-CARGAR-SELECCION
               THRU 1300-CARGAR-SELECCION-EXIT
           IF WS-CARTERA-COMPLETA
               PERFORM 1350-VERIFICAR-CARTERA
                   THRU 1350-VERIFICAR-CARTERA-EXIT
                   VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-CANT
           END-IF
           OPEN INPUT  CLIENTE-FILE
           IF WS-FS-CLIENTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEMAST '
           END-IF
           MOVE WS-LINEA-ENCABEZADO TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 1500-IMPRIMIR-PAR THRU 1500-IMPRIMIR-PAR-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 1400-LEER-CLIENTE THRU 1400-LEER-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LEER-PARAMETRO                                   *
      *    HACE FALTA AL MENOS UN PAR: SIN CODIGOS NO HAY         *
      *    TRANSFERENCIA POSIBLE Y EL JOB ABORTA.                  *
      *----------------------------------------------------------*
       1100-LEER-PARAMETRO.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1110-LEER-PAR THRU 1110-LEER-PAR-EXIT
           PERFORM 1120-AGREGAR-PAR THRU 1120-AGREGAR-PAR-EXIT
               UNTIL WS-FIN-ARCHIVO
           CLOSE PARM-FILE
           MOVE 'N' TO WS-EOF-SW
           IF WS-PAR-CANT = ZERO
               DISPLAY WS-PGM-ID ' - SCTTPARM VACIO, NO HAY '
                       'CODIGOS PARA TRANSFERIR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-LEER-PARAMETRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1110-LEER-PAR                                          *
      *----------------------------------------------------------*
       1110-LEER-PAR.
           READ PARM-FILE
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   MOVE FD-PARM-SCTA-DESDE TO WS-SCTA-DESDE
                   MOVE FD-PARM-SCTA-HASTA TO WS-SCTA-HASTA
           END-READ.
       1110-LEER-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1120-AGREGAR-PAR                                       *
      *    LOS DOS CODIGOS SON OBLIGATORIOS Y DISTINTOS; UN PAR   *
      *    REPETIDO TAMBIEN ABORTA (SCTTPARM MAL ARMADO).          *
      *----------------------------------------------------------*
       1120-AGREGAR-PAR.
           IF WS-SCTA-DESDE = SPACES OR WS-SCTA-HASTA = SPACES
               DISPLAY WS-PGM-ID ' - CEDENTE O RECEPTOR EN BLANCO '
                       'EN SCTTPARM'
                       'MISMO CODIGO ' WS-SCTA-DESDE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PAR-CANT >= 200
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE PARES LLENA '
                       '(200), TRANSFERENCIA NO EJECUTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAR-CANT
           SET WS-PAR-IDX TO WS-PAR-CANT
           MOVE WS-SCTA-DESDE        TO WS-PAR-DESDE (WS-PAR-IDX)
           MOVE WS-SCTA-HASTA        TO WS-PAR-HASTA (WS-PAR-IDX)
           MOVE ZERO                 TO WS-PAR-VECES (WS-PAR-IDX)
           PERFORM 1130-CONTAR-CEDENTE THRU 1130-CONTAR-CEDENTE-EXIT
               VARYING WS-PAR-IDX2 FROM 1 BY 1
               UNTIL WS-PAR-IDX2 > WS-PAR-CANT
           PERFORM 1110-LEER-PAR THRU 1110-LEER-PAR-EXIT.
       1120-AGREGAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1130-CONTAR-CEDENTE                                    *
      *    ACTUALIZA PAR-VECES EN TODOS LOS PARES DEL CEDENTE     *
      *    RECIEN AGREGADO.                                        *
      *----------------------------------------------------------*
       1130-CONTAR-CEDENTE.
           IF WS-PAR-DESDE (WS-PAR-IDX2) = WS-SCTA-DESDE
               IF WS-PAR-IDX2 NOT = WS-PAR-IDX
                   AND WS-PAR-HASTA (WS-PAR-IDX2) = WS-SCTA-HASTA
                   DISPLAY WS-PGM-ID ' - PAR REPETIDO EN SCTTPARM '
                           WS-SCTA-DESDE ' ' WS-SCTA-HASTA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAR-VECES (WS-PAR-IDX)
               IF WS-PAR-IDX2 NOT = WS-PAR-IDX
                   ADD 1 TO WS-PAR-VECES (WS-PAR-IDX2)
               END-IF
           END-IF.
       1130-CONTAR-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-VALIDAR-CODIGOS                                   *
      *    CADA CEDENTE DEBE EXISTIR EN LA TABLA (PUEDE ESTAR     *
      *    INACTIVO: SU CARTERA SE CEDE IGUAL); CADA RECEPTOR     *
      *    DEBE EXISTIR Y ESTAR ACTIVO.  TODO SE VALIDA ANTES DE  *
      *    ABRIR EL MAESTRO PARA NO DEJAR UN CLIENUEV A MEDIO     *
      *    ESCRIBIR.                                               *
      *----------------------------------------------------------*
       1200-VALIDAR-CODIGOS.
           PERFORM 1210-VALIDAR-PAR THRU 1210-VALIDAR-PAR-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT.
       1200-VALIDAR-CODIGOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1210-VALIDAR-PAR                                       *
      *----------------------------------------------------------*
       1210-VALIDAR-PAR.
           MOVE SPACES              TO SCLCA031-COMMAREA
           MOVE WS-PAR-DESDE (WS-PAR-IDX) TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           IF SCLCA031-CO-RETU-O NOT = '00' AND
              SCLCA031-CO-RETU-O NOT = '01' AND
              SCLCA031-CO-RETU-O NOT = '21'
               DISPLAY WS-PGM-ID ' - CEDENTE '
                       WS-PAR-DESDE (WS-PAR-IDX)
                       ' INVALIDO, RETU-CODE ' SCLCA031-CO-RETU-O
                       ' ' SCLCA031-DE-ERROR-O
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES              TO SCLCA031-COMMAREA
           MOVE WS-PAR-HASTA (WS-PAR-IDX) TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           IF SCLCA031-CO-RETU-O NOT = '00' AND
              SCLCA031-CO-RETU-O NOT = '01'
               DISPLAY WS-PGM-ID ' - RECEPTOR '
                       WS-PAR-HASTA (WS-PAR-IDX)
                       ' INVALIDO, RETU-CODE ' SCLCA031-CO-RETU-O
                       ' ' SCLCA031-DE-ERROR-O
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1210-VALIDAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1250-CARGAR-CROSSWALK                                  *
               SET WS-SEL-IDX TO WS-SEL-CANT
               MOVE FD-SEL-NO-CLIENTE
                   TO WS-SEL-NO-CLIENTE (WS-SEL-IDX)
               MOVE FD-SEL-RECEPTOR
                   TO WS-SEL-RECEPTOR (WS-SEL-IDX)
               MOVE 'N' TO WS-SEL-APLICADA (WS-SEL-IDX)
           END-IF
           PERFORM 1310-LEER-SELECCION
       1320-AGREGAR-SELECCION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1350-VERIFICAR-CARTERA                                 *
      *    SIN LISTA DE SELECCION NO HAY FORMA DE REPARTIR LA     *
      *    CARTERA DE UN CEDENTE ENTRE VARIOS RECEPTORES.          *
      *----------------------------------------------------------*
       1350-VERIFICAR-CARTERA.
           IF WS-PAR-VECES (WS-PAR-IDX) > 1
               DISPLAY WS-PGM-ID ' - CEDENTE '
                       WS-PAR-DESDE (WS-PAR-IDX)
                       ' CON VARIOS RECEPTORES REQUIERE SCTTSEL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1350-VERIFICAR-CARTERA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1400-LEER-CLIENTE                                     *
      *----------------------------------------------------------*
       1400-LEER-CLIENTE.
       1400-LEER-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1500-IMPRIMIR-PAR                                      *
      *----------------------------------------------------------*
       1500-IMPRIMIR-PAR.
           MOVE WS-PAR-DESDE (WS-PAR-IDX) TO PAR-SCTA-DESDE
           MOVE WS-PAR-HASTA (WS-PAR-IDX) TO PAR-SCTA-HASTA
           IF WS-CARTERA-COMPLETA
               MOVE 'CARTERA COMPLETA' TO PAR-ALCANCE
           ELSE
               MOVE 'LISTA SCTTSEL'    TO PAR-ALCANCE
           END-IF
           MOVE WS-LINEA-PARAMETROS TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       1500-IMPRIMIR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROCESAR                                          *
      *    EL CODIGO DEL CLIENTE SE RESUELVE A 9 DIGITOS POR EL   *
      *    CROSSWALK ANTES DE COMPARARLO CON EL CEDENTE: UN       *
      *    CLIENTE QUE TODAVIA TRAE EL CODIGO LEGADO DE 5 DEL     *
      *    CEDENTE TAMBIEN PERTENECE A SU CARTERA.  EL PRIMER PAR *
      *    DEL CEDENTE QUEDA EN WS-PAR-IDX2.                       *
      *----------------------------------------------------------*
       2000-PROCESAR.
           PERFORM 2100-RESOLVER-CODIGO
               THRU 2100-RESOLVER-CODIGO-EXIT
           MOVE ZERO TO WS-PAR-BUSCADO
           PERFORM 2200-BUSCAR-CEDENTE THRU 2200-BUSCAR-CEDENTE-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT
                  OR WS-PAR-ENCONTRADO
           IF WS-PAR-ENCONTRADO
               PERFORM 3000-EVALUAR-TRANSFERENCIA
                   THRU 3000-EVALUAR-TRANSFERENCIA-EXIT
           END-IF
       2110-BUSCAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-BUSCAR-CEDENTE                                    *
      *----------------------------------------------------------*
       2200-BUSCAR-CEDENTE.
           IF WS-PAR-DESDE (WS-PAR-IDX) = WS-SCTA-CLIENTE
               SET WS-PAR-ENCONTRADO TO TRUE
               SET WS-PAR-IDX2 TO WS-PAR-IDX
               MOVE WS-PAR-DESDE (WS-PAR-IDX) TO WS-SCTA-DESDE
               MOVE WS-PAR-HASTA (WS-PAR-IDX) TO WS-SCTA-HASTA
           END-IF.
       2200-BUSCAR-CEDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-EVALUAR-TRANSFERENCIA                             *
      *    EL CLIENTE PERTENECE A UN CEDENTE: SE TRANSFIERE SI EL *
      *    ALCANCE ES CARTERA COMPLETA O SI FIGURA EN LA LISTA    *
      *    DE SELECCION.  EN LA LISTA, EL RECEPTOR DE LA ENTRADA  *
      *    (SI LO TRAE) DEBE FORMAR PAR CON EL CEDENTE; SIN       *
      *    RECEPTOR, EL CEDENTE DEBE TENER UN SOLO PAR.  SI NO,   *
      *    LA ENTRADA QUEDA SIN APLICAR.                           *
      *----------------------------------------------------------*
       3000-EVALUAR-TRANSFERENCIA.
           IF WS-CARTERA-COMPLETA
               PERFORM 3100-APLICAR-TRANSFERENCIA
                   THRU 3100-APLICAR-TRANSFERENCIA-EXIT
               GO TO 3000-EVALUAR-TRANSFERENCIA-EXIT
           END-IF
           MOVE ZERO TO WS-SEL-BUSCADO
           PERFORM 3200-BUSCAR-SELECCION
               THRU 3200-BUSCAR-SELECCION-EXIT
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-CANT
                  OR WS-SEL-ENCONTRADO
           IF NOT WS-SEL-ENCONTRADO
               GO TO 3000-EVALUAR-TRANSFERENCIA-EXIT
           END-IF
           IF WS-RECEPTOR-PEDIDO = SPACES
               IF WS-PAR-VECES (WS-PAR-IDX2) > 1
                   GO TO 3000-EVALUAR-TRANSFERENCIA-EXIT
               END-IF
           ELSE
               MOVE ZERO TO WS-PAR-BUSCADO
               PERFORM 3300-BUSCAR-RECEPTOR
                   THRU 3300-BUSCAR-RECEPTOR-EXIT
                   VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-CANT
                      OR WS-PAR-ENCONTRADO
               IF NOT WS-PAR-ENCONTRADO
                   GO TO 3000-EVALUAR-TRANSFERENCIA-EXIT
               END-IF
           END-IF
           MOVE 'S' TO WS-SEL-APLICADA (WS-SEL-IDX2)
           PERFORM 3100-APLICAR-TRANSFERENCIA
               THRU 3100-APLICAR-TRANSFERENCIA-EXIT.
       3000-EVALUAR-TRANSFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
           MOVE SCLCL001-COD-SUCU-CLI    TO DET-SUCU
           MOVE WS-SCTA-ANTES            TO DET-SCTA-ANTES
           MOVE WS-SCTA-HASTA            TO SCLCL001-CO-SCTA-CLI
           MOVE WS-PGM-ID                TO SCLCL001-PROCESO-CAMBIO
           MOVE WS-SCTA-HASTA            TO DET-SCTA-DESPUES
           MOVE 'TRANSFERIDO'            TO DET-RESULTADO
           MOVE WS-LINEA-DETALLE         TO FD-REPORTE-LINEA
       3200-BUSCAR-SELECCION.
           IF WS-SEL-NO-CLIENTE (WS-SEL-IDX) = SCLCL001-NO-CLIENTE
               SET WS-SEL-ENCONTRADO TO TRUE
               SET WS-SEL-IDX2 TO WS-SEL-IDX
               MOVE WS-SEL-RECEPTOR (WS-SEL-IDX) TO WS-RECEPTOR-PEDIDO
           END-IF.
       3200-BUSCAR-SELECCION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-BUSCAR-RECEPTOR                                   *
      *    BUSCA EL PAR CEDENTE/RECEPTOR PEDIDO EN LA ENTRADA DE  *
      *    SELECCION Y LO DEJA COMO RECEPTOR DE LA TRANSFERENCIA. *
      *----------------------------------------------------------*
       3300-BUSCAR-RECEPTOR.
           IF WS-PAR-DESDE (WS-PAR-IDX) = WS-SCTA-DESDE
               AND WS-PAR-HASTA (WS-PAR-IDX) = WS-RECEPTOR-PEDIDO
               SET WS-PAR-ENCONTRADO TO TRUE
               MOVE WS-PAR-HASTA (WS-PAR-IDX) TO WS-SCTA-HASTA
           END-IF.
       3300-BUSCAR-RECEPTOR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-GRABAR-CLIENTE                                    *
      *----------------------------------------------------------*
       4000-GRABAR-CLIENTE.
