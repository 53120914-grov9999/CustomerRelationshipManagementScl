       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS046.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112103 26/10/15 RPAZ  CREACION - CURSOR SOBRE LAS BAJAS DE  *
      *                        SECTORISTA PENDIENTES DE APROBACION   *
      *                        EN SCT.BAJA_PEND, PARA QUE LOS        *
      *                        PROCESOS BATCH NO PROPONGAN CARTERA A *
      *                        QUIEN ESTA POR DARSE DE BAJA.         *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LAS SOLICITUDES EN     *
      *  ESTADO 'P', ORDENADAS POR CODIGO (MISMO PATRON QUE          *
      *  SCLCS033/SCLCS042).                                         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS046'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       COPY SCLTB036.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLBP031.
       PROCEDURE DIVISION USING SCLBP031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLBP031-FUNCION
               WHEN 'OPEN'
                   PERFORM 1000-ABRIR THRU 1000-ABRIR-EXIT
               WHEN 'FETCH'
                   PERFORM 2000-TRAER THRU 2000-TRAER-EXIT
               WHEN 'CLOSE'
                   PERFORM 3000-CERRAR THRU 3000-CERRAR-EXIT
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------*
      *    1000-ABRIR                                            *
      *----------------------------------------------------------*
       1000-ABRIR.
           MOVE SPACES TO SCLBP031-EOF
           MOVE SPACES TO SCLBP031-ERROR
           EXEC SQL
               DECLARE BP031CSR CURSOR FOR
                   SELECT COD_SCTA_9, USUARIO_SOLICITA,
                          FEC_SOLICITUD
                     FROM SCT.BAJA_PEND
                    WHERE IND_ESTADO = 'P'
                    ORDER BY COD_SCTA_9
           END-EXEC
           EXEC SQL
               OPEN BP031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH BP031CSR
                INTO :SCLTB036-COD-SCTA-9,
                     :SCLTB036-USUARIO-SOLICITA,
                     :SCLTB036-FEC-SOLICITUD
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB036-COD-SCTA-9
                                    TO SCLBP031-COD-SCTA-9
                   MOVE SCLTB036-USUARIO-SOLICITA
                                    TO SCLBP031-USUARIO-SOLICITA
                   MOVE SCLTB036-FEC-SOLICITUD
                                    TO SCLBP031-FEC-SOLICITUD
               WHEN 100
                   MOVE 'S' TO SCLBP031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE BP-ERROR   *
      *    ADEMAS DE BP-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE BP031CSR'
           MOVE 'S' TO SCLBP031-EOF
           MOVE 'S' TO SCLBP031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE BP031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
