       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS049.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112105 26/10/15 RPAZ  CREACION - CURSOR SOBRE LOS USUARIOS  *
      *                        HABILITADOS EN SCT.SCTAUTH, PARA LA   *
      *                        RECERTIFICACION TRIMESTRAL DE         *
      *                        ACCESOS (SCLCB025).                   *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LOS USUARIOS QUE TIENEN*
      *  LA LLAVE GENERAL IND_AUTORIZA EN 'S', ORDENADOS POR CODIGO  *
      *  (MISMO PATRON QUE SCLCS033/SCLCS046).                       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS049'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       COPY SCLTB032.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLUA031.
       PROCEDURE DIVISION USING SCLUA031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLUA031-FUNCION
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
           MOVE SPACES TO SCLUA031-EOF
           MOVE SPACES TO SCLUA031-ERROR
           EXEC SQL
               DECLARE UA031CSR CURSOR FOR
                   SELECT COD_USUARIO, IND_AUT_MANT, IND_AUT_BAJA,
                          IND_AUT_ADMIN, IND_AUT_INTERSUC,
                          COD_SCTA_9
                     FROM SCT.SCTAUTH
                    WHERE IND_AUTORIZA = 'S'
                    ORDER BY COD_USUARIO
           END-EXEC
           EXEC SQL
               OPEN UA031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH UA031CSR
                INTO :SCLTB032-COD-USUARIO,
                     :SCLTB032-IND-AUT-MANT,
                     :SCLTB032-IND-AUT-BAJA,
                     :SCLTB032-IND-AUT-ADMIN,
                     :SCLTB032-IND-AUT-INTERSUC,
                     :SCLTB032-COD-SCTA-9
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB032-COD-USUARIO
                                    TO SCLUA031-COD-USUARIO
                   MOVE SCLTB032-IND-AUT-MANT
                                    TO SCLUA031-IND-AUT-MANT
                   MOVE SCLTB032-IND-AUT-BAJA
                                    TO SCLUA031-IND-AUT-BAJA
                   MOVE SCLTB032-IND-AUT-ADMIN
                                    TO SCLUA031-IND-AUT-ADMIN
                   MOVE SCLTB032-IND-AUT-INTERSUC
                                    TO SCLUA031-IND-AUT-INTERSUC
                   MOVE SCLTB032-COD-SCTA-9
                                    TO SCLUA031-COD-SCTA-9
               WHEN 100
                   MOVE 'S' TO SCLUA031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE UA-ERROR   *
      *    ADEMAS DE UA-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE UA031CSR'
           MOVE 'S' TO SCLUA031-EOF
           MOVE 'S' TO SCLUA031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE UA031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
