       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCTA1.
      *
      *    A.B.M. DEL PLAN DE CUENTAS
      *    MANTIENE GLCTAS.DAT, EL PLAN DE CUENTAS DEL MAYOR PROPIO:
      *    NUMERO DE CUENTA (EL MISMO DE 6 DIGITOS QUE USAN GLMAP.DAT
      *    Y LOS LOTES DE GLEXTR1), NOMBRE, TIPO (A=ACTIVO P=PASIVO
      *    N=PATRIMONIO NETO I=INGRESO E=EGRESO) Y ESTADO (A=ACTIVA
      *    I=INACTIVA). A UNA CUENTA INACTIVA NO SE LE PUEDE MAPEAR
      *    NADA EN MNTGLM1, NI ASENTARLE A MANO EN GLASI1, Y GLPASE1
      *    RECHAZA EL LOTE QUE LA TRAIGA. LA BAJA SOLO SE ACEPTA SI
      *    LA CUENTA NO TIENE SALDOS EN EL MAYOR (GLSALDOS.DAT) NI
      *    ESTA MAPEADA EN GLMAP.DAT; SI NO, SE LA PASA A INACTIVA.
      *    NIVEL DE SUPERVISOR, COMO MNTGLM1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLCTAS ASSIGN TO "./glctas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CTA-NUMERO
           STATUS ST-FILE.
           SELECT OPTIONAL GLSALDOS ASSIGN TO "./glsaldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS SAL-CLAVE
           STATUS ST-FILE-SAL.
           SELECT OPTIONAL GLMAP ASSIGN TO "./glmap.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS GLM-CLAVE
           STATUS ST-FILE-MAP.
       DATA DIVISION.
       FILE SECTION.
       FD GLCTAS.
       01 REG-GLCTAS.
           03  CTA-NUMERO          PIC 9(6).
           03  CTA-NOMBRE          PIC X(40).
           03  CTA-TIPO            PIC X.
              88  CTA-TIPO-VALIDO  VALUE "A" "P" "N" "I" "E".
              88  CTA-DE-BALANCE   VALUE "A" "P" "N".
              88  CTA-DE-RESULTADO VALUE "I" "E".
           03  CTA-ESTADO          PIC X.
              88  CTA-ACTIVA       VALUE "A".
              88  CTA-INACTIVA     VALUE "I".
           03  CTA-FECHA-ALTA      PIC 9(8).
           03  FILLER              PIC X(24).
      *
       FD GLSALDOS.
       01 REG-GLSALDOS.
           03  SAL-CLAVE.
               05  SAL-CUENTA      PIC 9(6).
               05  SAL-PERIODO     PIC 9(6).
           03  SAL-DEBE            PIC 9(13)V99.
           03  SAL-HABER           PIC 9(13)V99.
           03  SAL-CANT-MOV        PIC 9(7).
           03  FILLER              PIC X(20).
      *
       FD GLMAP.
       01 REG-GLMAP.
           03  GLM-CLAVE.
               05  GLM-ORIGEN      PIC X(8).
               05  GLM-TIPO        PIC X(2).
           03  GLM-CTA-DEBE        PIC 9(6).
           03  GLM-CTA-HABER       PIC 9(6).
           03  GLM-DESCRIPCION     PIC X(30).
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-SAL             PIC XX.
       01  ST-FILE-MAP             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  EN-USO                  PIC X.
       01  FIN-MAPEO               PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA-BAJA           PIC X.
       01  W-FECHA-HOY             PIC 9(8).
      *
       01  W-CTA-NUMERO            PIC 9(6).
       01  DATOS.
           02 W-CTA-NOMBRE         PIC X(40).
           02 W-CTA-NOMBRE-ANT     PIC X(40).
           02 W-CTA-TIPO           PIC X.
           02 W-CTA-TIPO-ANT       PIC X.
           02 W-CTA-ESTADO         PIC X.
           02 W-CTA-ESTADO-ANT     PIC X.
           02 W-CTA-FECHA-ALTA     PIC 9(8).
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
      *    LA PANTALLA NO SE MUESTRA SIN IDENTIFICACION Y NIVEL
      *    SUFICIENTE (VER SIGNON)
           MOVE "MNTCTA1" TO SIGNON-PROGRAM.
           MOVE 2          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       ABRO-ARCHIVO.
           OPEN I-O GLCTAS.
           IF ST-FILE = "35"
              OPEN OUTPUT GLCTAS
              CLOSE GLCTAS
              OPEN I-O GLCTAS
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR GLCTAS " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "MNTCTA1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "GLCTAS"       TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT GLSALDOS.
           OPEN INPUT GLMAP.
      *
       CIERRO-ARCHIVO.
           CLOSE GLCTAS.
           CLOSE GLSALDOS.
           CLOSE GLMAP.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-CLAVE THRU F-INGRESO-CLAVE.
           IF FIN = "N"
               PERFORM LEO-GLCTAS
               IF EXISTE = "S"
                   PERFORM MUESTRO-DATOS
               ELSE
                   PERFORM CARGO-DATOS THRU F-CARGO-DATOS
               END-IF
               PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                      LINE 1  COL 1 ERASE EOS
           DISPLAY "A.B.M. Plan de Cuentas" LINE 3  COL 29
                   GUIONES                  LINE 4  COL 1
                   "Cuenta         : "      LINE 7  COL 10
                   "01. Nombre     : "      LINE 9  COL 10
                   "02. Tipo       : "      LINE 11 COL 10
                   "(A=ACTIVO P=PASIVO N=PATRIMONIO I=INGRESO E=EGRESO)"
                                            LINE 12 COL 10
                   "03. Estado     : "      LINE 14 COL 10
                   "(A=ACTIVA I=INACTIVA)"  LINE 15 COL 10
                   "Fecha de alta  : "      LINE 17 COL 10
                   "OPCION [   ]   : "      LINE 21 COL 30
                   GUIONES                  LINE 22 COL 1.
      *
       INGRESO-CLAVE.
           ACCEPT  W-CTA-NUMERO   LINE 07 COL 28 PROMPT.
           IF W-CTA-NUMERO = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-CLAVE
           END-IF.
           DISPLAY W-CTA-NUMERO LINE 07 COL 28.
       F-INGRESO-CLAVE.
           EXIT.
      *
       LEO-GLCTAS.
           MOVE "S" TO EXISTE.
           MOVE W-CTA-NUMERO TO CTA-NUMERO.
           READ GLCTAS INVALID KEY MOVE "N" TO EXISTE.
      *
       MUESTRO-DATOS.
           MOVE CTA-NOMBRE       TO W-CTA-NOMBRE.
           MOVE CTA-TIPO         TO W-CTA-TIPO.
           MOVE CTA-ESTADO       TO W-CTA-ESTADO.
           MOVE CTA-FECHA-ALTA   TO W-CTA-FECHA-ALTA.
           DISPLAY W-CTA-NOMBRE     LINE 9  COL 28
                   W-CTA-TIPO       LINE 11 COL 28
                   W-CTA-ESTADO     LINE 14 COL 28
                   W-CTA-FECHA-ALTA LINE 17 COL 28.
      *
       CARGO-DATOS.
           INITIALIZE DATOS.
           MOVE "A"         TO W-CTA-ESTADO.
           MOVE W-FECHA-HOY TO W-CTA-FECHA-ALTA.
           DISPLAY W-CTA-FECHA-ALTA LINE 17 COL 28.
      *
       INGRESO-NOMBRE.
           MOVE W-CTA-NOMBRE TO W-CTA-NOMBRE-ANT.
           ACCEPT W-CTA-NOMBRE LINE 9 COL 28 UPDATE.
           IF W-CTA-NOMBRE = SPACES
               DISPLAY "EL NOMBRE NO PUEDE SER BLANCO" LINE 24 COL 1
               MOVE W-CTA-NOMBRE-ANT TO W-CTA-NOMBRE
               GO TO INGRESO-NOMBRE.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-CTA-NOMBRE  LINE 9 COL 28.
      *
       INGRESO-TIPO.
           MOVE W-CTA-TIPO TO W-CTA-TIPO-ANT.
           ACCEPT W-CTA-TIPO LINE 11 COL 28 UPDATE.
           MOVE W-CTA-TIPO TO CTA-TIPO.
           IF NOT CTA-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO (A/P/N/I/E)" LINE 24 COL 1
               MOVE W-CTA-TIPO-ANT TO W-CTA-TIPO
               GO TO INGRESO-TIPO.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-CTA-TIPO  LINE 11 COL 28.
      *
       INGRESO-ESTADO.
           MOVE W-CTA-ESTADO TO W-CTA-ESTADO-ANT.
           ACCEPT W-CTA-ESTADO LINE 14 COL 28 UPDATE.
           IF W-CTA-ESTADO NOT = "A" AND W-CTA-ESTADO NOT = "I"
               DISPLAY "ESTADO INVALIDO (A/I)" LINE 24 COL 1
               MOVE W-CTA-ESTADO-ANT TO W-CTA-ESTADO
               GO TO INGRESO-ESTADO.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-CTA-ESTADO  LINE 14 COL 28.
      *
       F-CARGO-DATOS.
           EXIT.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
                   "[88 - BORRAR]"        LINE 24 COL 1
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-NOMBRE
               WHEN 2
                   PERFORM INGRESO-TIPO
               WHEN 3
                   PERFORM INGRESO-ESTADO
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 88
                   PERFORM CONFIRMO-BAJA THRU F-CONFIRMO-BAJA
               WHEN 77
                   MOVE "S" TO FIN
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
       GRABAR.
           IF W-CTA-NOMBRE = SPACES OR W-CTA-TIPO = SPACES
              DISPLAY "FALTAN EL NOMBRE O EL TIPO" LINE 24 COL 40
              GO TO F-GRABAR
           END-IF.
           MOVE W-CTA-NUMERO     TO CTA-NUMERO.
           MOVE W-CTA-NOMBRE     TO CTA-NOMBRE.
           MOVE W-CTA-TIPO       TO CTA-TIPO.
           MOVE W-CTA-ESTADO     TO CTA-ESTADO.
           MOVE W-CTA-FECHA-ALTA TO CTA-FECHA-ALTA.
           IF EXISTE = "S"
              REWRITE REG-GLCTAS
           ELSE
              WRITE REG-GLCTAS
              MOVE "S" TO EXISTE
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL GRABAR GLCTAS " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 40
              MOVE "MNTCTA1" TO ERRLOG-PROGRAM
              MOVE "GRABAR"  TO ERRLOG-PARAGRAPH
              MOVE "GLCTAS"  TO ERRLOG-FILENAME
              MOVE CTA-NUMERO TO ERRLOG-KEYVALUE
              MOVE ST-FILE    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABAR.
           EXIT.
      *
       CONFIRMO-BAJA.
           IF EXISTE = "N"
              DISPLAY "LA CUENTA NO EXISTE" LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           PERFORM VERIFICO-USO THRU F-VERIFICO-USO.
           IF EN-USO = "S"
              DISPLAY "CUENTA CON SALDOS O MAPEADA - PASELA A INACTIVA"
                      LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           DISPLAY "CONFIRMA BAJA DE LA CUENTA (S/N): "
                   LINE 24 COL 1.
           ACCEPT CONFIRMA-BAJA LINE 24 COL 36.
           IF CONFIRMA-BAJA = "S" OR CONFIRMA-BAJA = "s"
              DELETE GLCTAS RECORD
              IF ST-FILE > "07"
                 STRING "ERROR AL BORRAR GLCTAS " ST-FILE
                 DELIMITED BY SIZE
                 INTO MENSAJE
                 DISPLAY MENSAJE LINE 24 COL 40
                 MOVE "MNTCTA1"       TO ERRLOG-PROGRAM
                 MOVE "CONFIRMO-BAJA" TO ERRLOG-PARAGRAPH
                 MOVE "GLCTAS"        TO ERRLOG-FILENAME
                 MOVE CTA-NUMERO       TO ERRLOG-KEYVALUE
                 MOVE ST-FILE          TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-CONFIRMO-BAJA.
           EXIT.
      *
      *    UNA CUENTA CON SALDOS EN EL MAYOR O USADA EN EL MAPEO NO
      *    SE BORRA: EL HISTORICO Y EL EXTRACTO LA SIGUEN NOMBRANDO
       VERIFICO-USO.
           MOVE "N" TO EN-USO.
           IF ST-FILE-SAL < "10"
              MOVE W-CTA-NUMERO TO SAL-CUENTA
              MOVE 0            TO SAL-PERIODO
              START GLSALDOS KEY IS NOT LESS THAN SAL-CLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ GLSALDOS NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF SAL-CUENTA = W-CTA-NUMERO
                             MOVE "S" TO EN-USO
                          END-IF
                    END-READ
              END-START
           END-IF.
           IF EN-USO = "S" OR ST-FILE-MAP > "07"
              GO TO F-VERIFICO-USO
           END-IF.
           MOVE "N" TO FIN-MAPEO.
           MOVE LOW-VALUES TO GLM-CLAVE.
           START GLMAP KEY IS NOT LESS THAN GLM-CLAVE
              INVALID KEY MOVE "S" TO FIN-MAPEO
           END-START.
           PERFORM BUSCO-EN-MAPEO UNTIL FIN-MAPEO = "S".
       F-VERIFICO-USO.
           EXIT.
      *
       BUSCO-EN-MAPEO.
           READ GLMAP NEXT RECORD
              AT END MOVE "S" TO FIN-MAPEO
           END-READ.
           IF FIN-MAPEO = "N"
              IF GLM-CTA-DEBE = W-CTA-NUMERO
                 OR GLM-CTA-HABER = W-CTA-NUMERO
                 MOVE "S" TO EN-USO
                 MOVE "S" TO FIN-MAPEO
              END-IF
           END-IF.
       END PROGRAM MNTCTA1.
