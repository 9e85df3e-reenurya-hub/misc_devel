       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLASI1.
      *
      *    ASIENTOS MANUALES DE AJUSTE EN EL MAYOR
      *    PANTALLA DE SUPERVISOR (NIVEL 2) PARA LOS AJUSTES QUE NO
      *    SALEN DE NINGUN JOURNAL: FECHA DE IMPUTACION (DEFINE EL
      *    PERIODO), DESCRIPCION Y HASTA W-ITEM-MAX RENGLONES DE
      *    CUENTA, DEBE/HABER E IMPORTE. CADA CUENTA TIENE QUE ESTAR
      *    ACTIVA EN EL PLAN DE CUENTAS (GLCTAS.DAT, MNTCTA1) Y EL
      *    ASIENTO SOLO SE GRABA SI TIENE AL MENOS DOS RENGLONES Y
      *    EL DEBE IGUALA AL HABER. SE ASIENTA IGUAL QUE UN LOTE DE
      *    GLPASE1: SE REGISTRA EN GLLOTES.DAT CON ORIGEN "MANUAL",
      *    LA FECHA Y EL PRIMER NUMERO LIBRE DEL DIA, CON EL
      *    OPERADOR Y LA DESCRIPCION; LOS RENGLONES VAN A
      *    GLMOVCTA.DAT (TIPO "MA") Y SE ACUMULAN EN GLSALDOS.DAT.
      *    UN ASIENTO GRABADO NO SE MODIFICA: SE CORRIGE CON OTRO.
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
           STATUS ST-FILE-CTA.
           SELECT OPTIONAL GLSALDOS ASSIGN TO "./glsaldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS SAL-CLAVE
           STATUS ST-FILE-SAL.
           SELECT OPTIONAL GLMOVCTA ASSIGN TO "./glmovcta.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS GMV-CLAVE
           STATUS ST-FILE-GMV.
           SELECT OPTIONAL GLLOTES ASSIGN TO "./gllotes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS LOT-CLAVE
           STATUS ST-FILE-LOT.
       DATA DIVISION.
       FILE SECTION.
       FD GLCTAS.
       01 REG-GLCTAS.
           03  CTA-NUMERO          PIC 9(6).
           03  CTA-NOMBRE          PIC X(40).
           03  CTA-TIPO            PIC X.
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
       FD GLMOVCTA.
       01 REG-GLMOVCTA.
           03  GMV-CLAVE.
               05  GMV-CUENTA      PIC 9(6).
               05  GMV-PERIODO     PIC 9(6).
               05  GMV-ORIGEN      PIC X(8).
               05  GMV-FECHA-LOTE  PIC 9(8).
               05  GMV-NRO-LOTE    PIC 9(4).
               05  GMV-LINEA       PIC 9(6).
           03  GMV-FECHA           PIC 9(8).
           03  GMV-DC              PIC X.
              88  GMV-DEBE         VALUE "D".
              88  GMV-HABER        VALUE "C".
           03  GMV-IMPORTE         PIC 9(11)V99.
           03  GMV-TIPO            PIC X(2).
           03  GMV-DESCRIPCION     PIC X(30).
           03  FILLER              PIC X(20).
      *
       FD GLLOTES.
       01 REG-GLLOTES.
           03  LOT-CLAVE.
               05  LOT-ORIGEN      PIC X(8).
               05  LOT-FECHA       PIC 9(8).
               05  LOT-NUMERO      PIC 9(4).
           03  LOT-FECHA-PASE      PIC 9(8).
           03  LOT-HORA-PASE       PIC 9(8).
           03  LOT-CANT-LINEAS     PIC 9(6).
           03  LOT-DEBE            PIC 9(13)V99.
           03  LOT-HABER           PIC 9(13)V99.
           03  LOT-OPERADOR        PIC X(8).
           03  LOT-DESCRIPCION     PIC X(30).
           03  FILLER              PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-CTA             PIC XX.
       01  ST-FILE-SAL             PIC XX.
       01  ST-FILE-GMV             PIC XX.
       01  ST-FILE-LOT             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA                PIC X.
       01  CUENTA-VALIDA           PIC X.
       01  HUBO-ERROR              PIC X.
      *
       01  W-FECHA-HOY             PIC 9(8).
       01  W-HORA                  PIC 9(8).
       01  W-FECHA-ASIENTO         PIC 9(8).
       01  W-DESCRIPCION           PIC X(30).
       01  W-NRO-ASIENTO           PIC 9(4).
       01  W-NRO-ASIENTO-Z         PIC ZZZ9.
      *
      *    RENGLONES DEL ASIENTO EN CARGA
       01  W-ITEM-MAX              PIC 99 VALUE 12.
       01  W-ITEM-CNT              PIC 99 VALUE 0.
       01  W-ITEM-SUB              PIC 99.
       01  W-ITEMS.
           02 W-ITM OCCURS 12 TIMES.
              03 W-ITM-CUENTA      PIC 9(6).
              03 W-ITM-DC          PIC X.
              03 W-ITM-IMPORTE     PIC 9(11)V99.
       01  W-ITM-CUENTA-ENT        PIC 9(6).
       01  W-ITM-DC-ENT            PIC X.
       01  W-ITM-IMPORTE-ENT       PIC 9(11)V99.
       01  W-LINEA-ITEM            PIC 99.
       01  W-TOTAL-DEBE            PIC 9(13)V99.
       01  W-TOTAL-HABER           PIC 9(13)V99.
       01  W-IMPORTE-Z             PIC Z(12)9,99.
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
           MOVE "GLASI1"  TO SIGNON-PROGRAM.
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
           OPEN INPUT GLCTAS.
           IF ST-FILE-CTA > "07"
              STRING "ERROR AL ABRIR GLCTAS " ST-FILE-CTA
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "GLASI1"       TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "GLCTAS"       TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CTA    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O GLSALDOS.
           IF ST-FILE-SAL = "35"
              OPEN OUTPUT GLSALDOS
              CLOSE GLSALDOS
              OPEN I-O GLSALDOS
           END-IF.
           OPEN I-O GLMOVCTA.
           IF ST-FILE-GMV = "35"
              OPEN OUTPUT GLMOVCTA
              CLOSE GLMOVCTA
              OPEN I-O GLMOVCTA
           END-IF.
           OPEN I-O GLLOTES.
           IF ST-FILE-LOT = "35"
              OPEN OUTPUT GLLOTES
              CLOSE GLLOTES
              OPEN I-O GLLOTES
           END-IF.
           IF ST-FILE-SAL > "07" OR ST-FILE-GMV > "07"
              OR ST-FILE-LOT > "07"
              STRING "ERROR AL ABRIR EL MAYOR " ST-FILE-SAL " "
                     ST-FILE-GMV " " ST-FILE-LOT
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "GLASI1"       TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "GLSALDOS/GLMOVCTA" TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GMV    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE GLCTAS.
           CLOSE GLSALDOS.
           CLOSE GLMOVCTA.
           CLOSE GLLOTES.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-CABECERA THRU F-INGRESO-CABECERA.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM INGRESO-ITEMS THRU F-INGRESO-ITEMS.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                         LINE 1  COL 1 ERASE EOS
           DISPLAY "Asiento Manual de Ajuste"  LINE 2  COL 28
                   GUIONES                     LINE 3  COL 1
                   "Fecha AAAAMMDD (0=Salir): " LINE 4 COL 5
                   "Descripcion             : " LINE 5 COL 5
                   "CUENTA (0 = FIN) / D-C / IMPORTE" LINE 7 COL 5
                   "Total Debe : "             LINE 20 COL 5
                   "Total Haber: "             LINE 20 COL 42
                   "OPCION [   ]    : "        LINE 21 COL 30
                   GUIONES                     LINE 22 COL 1.
      *
       INGRESO-CABECERA.
           ACCEPT W-FECHA-ASIENTO LINE 4 COL 31 PROMPT.
           IF W-FECHA-ASIENTO = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-CABECERA
           END-IF.
           IF W-FECHA-ASIENTO(5:2) < "01" OR > "12"
              OR W-FECHA-ASIENTO(7:2) < "01" OR > "31"
              DISPLAY "FECHA INVALIDA" LINE 24 COL 1
              GO TO INGRESO-CABECERA
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       INGRESO-DESCRIPCION.
           MOVE SPACES TO W-DESCRIPCION.
           ACCEPT W-DESCRIPCION LINE 5 COL 31.
           IF W-DESCRIPCION = SPACES
              DISPLAY "LA DESCRIPCION NO PUEDE SER BLANCO"
                      LINE 24 COL 1
              GO TO INGRESO-DESCRIPCION
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-INGRESO-CABECERA.
           EXIT.
      *
      *    CARGA DE RENGLONES: CUENTA EN CERO TERMINA LA CARGA
       INGRESO-ITEMS.
           MOVE 0 TO W-ITEM-CNT.
           MOVE 0 TO W-TOTAL-DEBE.
           MOVE 0 TO W-TOTAL-HABER.
           MOVE 8 TO W-LINEA-ITEM.
       INGRESO-UN-ITEM.
           IF W-ITEM-CNT NOT < W-ITEM-MAX
              DISPLAY "MAXIMO DE RENGLONES ALCANZADO" LINE 24 COL 1
              GO TO F-INGRESO-ITEMS
           END-IF.
           MOVE 0 TO W-ITM-CUENTA-ENT.
           ACCEPT W-ITM-CUENTA-ENT LINE W-LINEA-ITEM COL 5.
           IF W-ITM-CUENTA-ENT = 0
              GO TO F-INGRESO-ITEMS
           END-IF.
           MOVE W-ITM-CUENTA-ENT TO CTA-NUMERO.
           PERFORM VALIDO-CUENTA.
           IF CUENTA-VALIDA = "N"
              GO TO INGRESO-UN-ITEM
           END-IF.
           DISPLAY CTA-NOMBRE(1:25) LINE W-LINEA-ITEM COL 13.
       INGRESO-DC.
           MOVE SPACES TO W-ITM-DC-ENT.
           ACCEPT W-ITM-DC-ENT LINE W-LINEA-ITEM COL 40.
           IF W-ITM-DC-ENT = "d" MOVE "D" TO W-ITM-DC-ENT.
           IF W-ITM-DC-ENT = "c" MOVE "C" TO W-ITM-DC-ENT.
           IF W-ITM-DC-ENT NOT = "D" AND W-ITM-DC-ENT NOT = "C"
              DISPLAY "INGRESE D (DEBE) O C (HABER)" LINE 24 COL 1
              GO TO INGRESO-DC
           END-IF.
           MOVE 0 TO W-ITM-IMPORTE-ENT.
           ACCEPT W-ITM-IMPORTE-ENT LINE W-LINEA-ITEM COL 44.
           IF W-ITM-IMPORTE-ENT = 0
              DISPLAY "IMPORTE INVALIDO" LINE 24 COL 1
              GO TO INGRESO-DC
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           ADD 1 TO W-ITEM-CNT.
           MOVE W-ITM-CUENTA-ENT  TO W-ITM-CUENTA(W-ITEM-CNT).
           MOVE W-ITM-DC-ENT      TO W-ITM-DC(W-ITEM-CNT).
           MOVE W-ITM-IMPORTE-ENT TO W-ITM-IMPORTE(W-ITEM-CNT).
           IF W-ITM-DC-ENT = "D"
              ADD W-ITM-IMPORTE-ENT TO W-TOTAL-DEBE
           ELSE
              ADD W-ITM-IMPORTE-ENT TO W-TOTAL-HABER
           END-IF.
           MOVE W-ITM-IMPORTE-ENT TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE W-LINEA-ITEM COL 60.
           MOVE W-TOTAL-DEBE  TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 20 COL 18.
           MOVE W-TOTAL-HABER TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 20 COL 55.
           ADD 1 TO W-LINEA-ITEM.
           GO TO INGRESO-UN-ITEM.
       F-INGRESO-ITEMS.
           EXIT.
      *
      *    LA CUENTA (EN CTA-NUMERO) TIENE QUE ESTAR EN EL PLAN DE
      *    CUENTAS Y ACTIVA
       VALIDO-CUENTA.
           MOVE "S" TO CUENTA-VALIDA.
           READ GLCTAS
              INVALID KEY
                 MOVE "N" TO CUENTA-VALIDA
                 DISPLAY "CUENTA INEXISTENTE EN EL PLAN DE CUENTAS"
                         LINE 24 COL 1
              NOT INVALID KEY
                 IF NOT CTA-ACTIVA
                    MOVE "N" TO CUENTA-VALIDA
                    DISPLAY "CUENTA INACTIVA EN EL PLAN DE CUENTAS"
                            LINE 24 COL 1
                 END-IF
           END-READ.
      *
       OPCIONES.
           DISPLAY "[01 - GRABAR] [02 - DESCARTAR]" LINE 23 COL 1
                   "[77  - SALIR]"                  LINE 23 COL 34.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           EVALUATE OPCION
            WHEN 1
                PERFORM GRABO-ASIENTO THRU F-GRABO-ASIENTO
            WHEN 2
                CONTINUE
            WHEN 77
                MOVE "S" TO FIN
            WHEN OTHER
                GO TO OPCIONES
           END-EVALUATE.
      *
       GRABO-ASIENTO.
           IF W-ITEM-CNT < 2
              DISPLAY "EL ASIENTO NECESITA AL MENOS DOS RENGLONES"
                      LINE 24 COL 1
              GO TO F-GRABO-ASIENTO
           END-IF.
           IF W-TOTAL-DEBE NOT = W-TOTAL-HABER
              DISPLAY "EL ASIENTO NO BALANCEA - DEBE DISTINTO DE HABER"
                      LINE 24 COL 1
              GO TO F-GRABO-ASIENTO
           END-IF.
           DISPLAY "CONFIRMA EL ASIENTO (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA LINE 24 COL 29.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-GRABO-ASIENTO
           END-IF.
           PERFORM REGISTRO-ASIENTO THRU F-REGISTRO-ASIENTO.
           IF HUBO-ERROR = "S" GO TO F-GRABO-ASIENTO.
           PERFORM ASIENTO-RENGLON
              VARYING W-ITEM-SUB FROM 1 BY 1
              UNTIL W-ITEM-SUB > W-ITEM-CNT.
           MOVE W-NRO-ASIENTO TO W-NRO-ASIENTO-Z.
           IF HUBO-ERROR = "S"
              DISPLAY "ASIENTO GRABADO CON ERRORES - VER ERRORS.LOG"
                      LINE 24 COL 1
           ELSE
              DISPLAY "ASIENTO MANUAL GRABADO - NUMERO " LINE 24 COL 1
                      W-NRO-ASIENTO-Z                    LINE 24 COL 33
           END-IF.
           ACCEPT CONFIRMA LINE 24 COL 40.
       F-GRABO-ASIENTO.
           EXIT.
      *
      *    EL NUMERO DE ASIENTO ES EL PRIMERO LIBRE DEL DIA PARA EL
      *    ORIGEN "MANUAL": UNA CLAVE YA TOMADA CORRE EL NUMERO
       REGISTRO-ASIENTO.
           MOVE "N" TO HUBO-ERROR.
           INITIALIZE REG-GLLOTES.
           MOVE "MANUAL"        TO LOT-ORIGEN.
           MOVE W-FECHA-ASIENTO TO LOT-FECHA.
           MOVE 1               TO LOT-NUMERO.
           MOVE W-FECHA-HOY     TO LOT-FECHA-PASE.
           ACCEPT W-HORA FROM TIME.
           MOVE W-HORA          TO LOT-HORA-PASE.
           MOVE W-ITEM-CNT      TO LOT-CANT-LINEAS.
           MOVE W-TOTAL-DEBE    TO LOT-DEBE.
           MOVE W-TOTAL-HABER   TO LOT-HABER.
           MOVE SIGNON-OPERADOR TO LOT-OPERADOR.
           MOVE W-DESCRIPCION   TO LOT-DESCRIPCION.
       GRABO-LOTE-CLAVE.
           WRITE REG-GLLOTES.
           IF ST-FILE-LOT = "22"
              ADD 1 TO LOT-NUMERO
              GO TO GRABO-LOTE-CLAVE
           END-IF.
           IF ST-FILE-LOT > "07"
              STRING "ERROR AL GRABAR GLLOTES " ST-FILE-LOT
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "GLASI1"           TO ERRLOG-PROGRAM
              MOVE "REGISTRO-ASIENTO" TO ERRLOG-PARAGRAPH
              MOVE "GLLOTES"          TO ERRLOG-FILENAME
              MOVE LOT-CLAVE          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              GO TO F-REGISTRO-ASIENTO
           END-IF.
           MOVE LOT-NUMERO TO W-NRO-ASIENTO.
       F-REGISTRO-ASIENTO.
           EXIT.
      *
       ASIENTO-RENGLON.
           INITIALIZE REG-GLMOVCTA.
           MOVE W-ITM-CUENTA(W-ITEM-SUB)  TO GMV-CUENTA.
           MOVE W-FECHA-ASIENTO(1:6)      TO GMV-PERIODO.
           MOVE "MANUAL"                  TO GMV-ORIGEN.
           MOVE W-FECHA-ASIENTO           TO GMV-FECHA-LOTE.
           MOVE W-NRO-ASIENTO             TO GMV-NRO-LOTE.
           MOVE W-ITEM-SUB                TO GMV-LINEA.
           MOVE W-FECHA-ASIENTO           TO GMV-FECHA.
           MOVE W-ITM-DC(W-ITEM-SUB)      TO GMV-DC.
           MOVE W-ITM-IMPORTE(W-ITEM-SUB) TO GMV-IMPORTE.
           MOVE "MA"                      TO GMV-TIPO.
           MOVE W-DESCRIPCION             TO GMV-DESCRIPCION.
           WRITE REG-GLMOVCTA.
           IF ST-FILE-GMV > "07"
              MOVE "GLASI1"          TO ERRLOG-PROGRAM
              MOVE "ASIENTO-RENGLON" TO ERRLOG-PARAGRAPH
              MOVE "GLMOVCTA"        TO ERRLOG-FILENAME
              MOVE GMV-CLAVE         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GMV       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
           ELSE
              PERFORM ACUMULO-SALDO
           END-IF.
      *
       ACUMULO-SALDO.
           MOVE GMV-CUENTA  TO SAL-CUENTA.
           MOVE GMV-PERIODO TO SAL-PERIODO.
           READ GLSALDOS
              INVALID KEY
                 INITIALIZE REG-GLSALDOS
                 MOVE GMV-CUENTA  TO SAL-CUENTA
                 MOVE GMV-PERIODO TO SAL-PERIODO
                 MOVE 0 TO SAL-DEBE
                 MOVE 0 TO SAL-HABER
                 MOVE 0 TO SAL-CANT-MOV
           END-READ.
           IF GMV-DEBE
              ADD GMV-IMPORTE TO SAL-DEBE
           ELSE
              ADD GMV-IMPORTE TO SAL-HABER
           END-IF.
           ADD 1 TO SAL-CANT-MOV.
           IF ST-FILE-SAL = "23"
              WRITE REG-GLSALDOS
           ELSE
              REWRITE REG-GLSALDOS
           END-IF.
           IF ST-FILE-SAL > "07"
              MOVE "GLASI1"        TO ERRLOG-PROGRAM
              MOVE "ACUMULO-SALDO" TO ERRLOG-PARAGRAPH
              MOVE "GLSALDOS"      TO ERRLOG-FILENAME
              MOVE SAL-CLAVE       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SAL     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
           END-IF.
       END PROGRAM GLASI1.
