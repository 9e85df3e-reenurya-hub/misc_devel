       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTRET1.
      *
      *    A.B.M. DE REGIMENES DE RETENCION DE GANANCIAS
      *    MANTIENE RETTASAS.DAT (REGIMEN -> TASA DE RETENCION EN
      *    PORCENTAJE Y MINIMO NO SUJETO A RETENCION POR MES), AL
      *    ESTILO DE MNTIVA1. EL REGIMEN DE CADA PROVEEDOR SE CARGA
      *    EN SFTMNT1 JUNTO AL CUIT; SFTPAY1 USA ESTA TABLA PARA
      *    CALCULAR LA RETENCION DE CADA PAGO SOBRE LO PAGADO EN EL
      *    MES POR ENCIMA DEL MINIMO, Y SFTWHR1 LISTA EL REGISTRO
      *    MENSUAL DE RETENCIONES POR REGIMEN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETTASAS ASSIGN TO "./rettasas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS RET-REGIMEN
           STATUS ST-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD RETTASAS.
       01 REG-RETTASAS.
           03  RET-REGIMEN         PIC X(3).
           03  RET-TASA            PIC 9(2)V9(2).
           03  RET-MINIMO          PIC 9(10).
           03  RET-DESCRIPCION     PIC X(30).
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA-BAJA           PIC X.
      *
       01  W-RET-REGIMEN           PIC X(3).
       01  DATOS.
           02 W-RET-TASA           PIC 9(2)V9(2).
           02 W-RET-TASA-ANT       PIC 9(2)V9(2).
           02 W-RET-MINIMO         PIC 9(10).
           02 W-RET-MINIMO-ANT     PIC 9(10).
           02 W-RET-DESC           PIC X(30).
           02 W-RET-DESC-ANT       PIC X(30).
       01  W-RET-TASA-Z            PIC Z9,99.
       01  W-RET-MINIMO-Z          PIC Z(9)9.
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
           MOVE "MNTRET1" TO SIGNON-PROGRAM.
           MOVE 2          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       ABRO-ARCHIVO.
           OPEN I-O RETTASAS.
           IF ST-FILE = "35"
              OPEN OUTPUT RETTASAS
              CLOSE RETTASAS
              OPEN I-O RETTASAS
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR RETTASAS " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "MNTRET1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "RETTASAS"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE RETTASAS.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-REGIMEN THRU F-INGRESO-REGIMEN.
           IF FIN = "N"
               PERFORM LEO-REGIMEN
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
           DISPLAY "A.B.M. Regimenes de Retencion" LINE 3 COL 25
                   GUIONES                  LINE 4  COL 1
                   "Regimen         : "     LINE 7  COL 10
                   "01. Tasa (%)    : "     LINE 10 COL 10
                   "02. Minimo mes  : "     LINE 12 COL 10
                   "03. Descripcion : "     LINE 14 COL 10
                   "OPCION [   ]    : "     LINE 21 COL 30
                   GUIONES                  LINE 22 COL 1.
      *
       INGRESO-REGIMEN.
           ACCEPT  W-RET-REGIMEN     LINE 07 COL 29 PROMPT.
           IF W-RET-REGIMEN = SPACES
              MOVE "S" TO FIN
              GO TO F-INGRESO-REGIMEN
           END-IF.
           DISPLAY W-RET-REGIMEN LINE 07 COL 29.
       F-INGRESO-REGIMEN.
           EXIT.
      *
       LEO-REGIMEN.
           MOVE "S" TO EXISTE.
           MOVE W-RET-REGIMEN TO RET-REGIMEN.
           READ RETTASAS INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "S"
              MOVE RET-TASA        TO W-RET-TASA
              MOVE RET-MINIMO      TO W-RET-MINIMO
              MOVE RET-DESCRIPCION TO W-RET-DESC
           END-IF.
      *
       MUESTRO-DATOS.
           MOVE W-RET-TASA   TO W-RET-TASA-Z.
           MOVE W-RET-MINIMO TO W-RET-MINIMO-Z.
           DISPLAY W-RET-TASA-Z   LINE 10 COL 29
                   W-RET-MINIMO-Z LINE 12 COL 29
                   W-RET-DESC     LINE 14 COL 29.
      *
       CARGO-DATOS.
           INITIALIZE DATOS.
      *
       INGRESO-TASA.
           MOVE W-RET-TASA TO W-RET-TASA-ANT.
           ACCEPT W-RET-TASA LINE 10 COL 29 UPDATE.
           MOVE W-RET-TASA TO W-RET-TASA-Z.
           DISPLAY W-RET-TASA-Z LINE 10 COL 29.
      *
       INGRESO-MINIMO.
           MOVE W-RET-MINIMO TO W-RET-MINIMO-ANT.
           ACCEPT W-RET-MINIMO LINE 12 COL 29 UPDATE.
           MOVE W-RET-MINIMO TO W-RET-MINIMO-Z.
           DISPLAY W-RET-MINIMO-Z LINE 12 COL 29.
      *
       INGRESO-DESCRIPCION.
           MOVE W-RET-DESC TO W-RET-DESC-ANT.
           ACCEPT W-RET-DESC LINE 14 COL 29 UPDATE.
           IF W-RET-DESC = SPACES
               MOVE W-RET-DESC-ANT TO W-RET-DESC
               GO TO INGRESO-DESCRIPCION.
           DISPLAY W-RET-DESC  LINE 14 COL 29.
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
                   PERFORM INGRESO-TASA
               WHEN 2
                   PERFORM INGRESO-MINIMO
               WHEN 3
                   PERFORM INGRESO-DESCRIPCION
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
           MOVE W-RET-REGIMEN   TO RET-REGIMEN.
           MOVE W-RET-TASA      TO RET-TASA.
           MOVE W-RET-MINIMO    TO RET-MINIMO.
           MOVE W-RET-DESC      TO RET-DESCRIPCION.
           IF EXISTE = "S"
              REWRITE REG-RETTASAS
           ELSE
              WRITE REG-RETTASAS
              MOVE "S" TO EXISTE
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL GRABAR RETTASAS " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 40
              MOVE "MNTRET1"  TO ERRLOG-PROGRAM
              MOVE "GRABAR"   TO ERRLOG-PARAGRAPH
              MOVE "RETTASAS" TO ERRLOG-FILENAME
              MOVE RET-REGIMEN TO ERRLOG-KEYVALUE
              MOVE ST-FILE    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABAR.
           EXIT.
      *
      *    UN REGIMEN QUE AUN TIENE PROVEEDORES SE PUEDE BORRAR: EL
      *    PAGO A ESOS PROVEEDORES SALE SIN RETENCION Y SFTPAY1 LO
      *    AVISA EN PANTALLA
       CONFIRMO-BAJA.
           IF EXISTE = "N"
              DISPLAY "EL REGIMEN NO EXISTE" LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           DISPLAY "CONFIRMA BAJA DEL REGIMEN (S/N): "
                   LINE 24 COL 1.
           ACCEPT CONFIRMA-BAJA LINE 24 COL 35.
           IF CONFIRMA-BAJA = "S" OR CONFIRMA-BAJA = "s"
              DELETE RETTASAS RECORD
              IF ST-FILE > "07"
                 STRING "ERROR AL BORRAR RETTASAS " ST-FILE
                 DELIMITED BY SIZE
                 INTO MENSAJE
                 DISPLAY MENSAJE LINE 24 COL 40
                 MOVE "MNTRET1"       TO ERRLOG-PROGRAM
                 MOVE "CONFIRMO-BAJA" TO ERRLOG-PARAGRAPH
                 MOVE "RETTASAS"      TO ERRLOG-FILENAME
                 MOVE RET-REGIMEN      TO ERRLOG-KEYVALUE
                 MOVE ST-FILE          TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-CONFIRMO-BAJA.
           EXIT.
       END PROGRAM MNTRET1.
