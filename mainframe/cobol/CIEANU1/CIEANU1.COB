       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIEANU1.
      *
      *    CIERRE ANUAL - TRASPASO DEL JOURNAL A SU HISTORICO
      *    UN USUARIO AUTORIZADO (NIVEL 9) TRASPASA UN ANIO DE UN
      *    MODULO - CLI (CLIMOV.DAT) O DEU (DEUMOV.DAT) - CUANDO
      *    CIEMES1 YA CERRO LOS DOCE PERIODOS DEL ANIO. LOS
      *    MOVIMIENTOS HASTA EL 31/12 PASAN AL JOURNAL HISTORICO DEL
      *    ANIO (CLIMOVAAAA.DAT / DEUMOVAAAA.DAT, MISMA CLAVE Y MISMO
      *    LAYOUT) Y SE BORRAN DEL VIVO; EN EL PRIMER TRASPASO VAN AL
      *    HISTORICO TAMBIEN LOS ANIOS ANTERIORES. POR CADA CUENTA SE
      *    GRABA EN EL VIVO UN MOVIMIENTO DE APERTURA (TIPO "S",
      *    FECHADO EL 1/1 DEL ANIO SIGUIENTE, SECUENCIA 0000) CON LA
      *    SUMA DE LO TRASPASADO COMO IMPORTE Y EL ULTIMO SALDO
      *    RESULTANTE, ASI CADA SALDO SIGUE SIENDO LA SUMA DE SUS
      *    MOVIMIENTOS (VER PRFSAL1). LA APERTURA DE UN DEUDOR LLEVA
      *    ADEMAS LA FECHA BASE DE SU ANTIGUEDAD (VER INTDEU1). UN
      *    DEUDOR CUYA SUMA DA NEGATIVA NO SE TRASPASA (SU IMPORTE NO
      *    TIENE SIGNO) Y SE LISTA PARA REVISARLO.
      *    EL LISTADO DE CONTROL (CIEANU1.LST) RELEE EL HISTORICO Y
      *    PRUEBA, CUENTA POR CUENTA Y EN TOTAL, QUE EL SALDO DE
      *    CIERRE ES IGUAL AL DE APERTURA. TERMINADO SIN ERRORES NI
      *    DIFERENCIAS, EL ANIO QUEDA MARCADO EN PERIODOS.DAT CON EL
      *    REGISTRO MODULO+AAAA00 EN ESTADO "T"; UN ANIO TRASPASADO, O
      *    ANTERIOR A UNO YA TRASPASADO, NO SE VUELVE A CORRER. CON
      *    DIFERENCIAS EL ANIO NO SE MARCA Y SE PUEDE CORRER DE NUEVO.
      *    SI LA CORRIDA SE CORTA SE REPITE: LA APERTURA DE CADA
      *    CUENTA SE GRABA ANTES DE BORRAR SUS MOVIMIENTOS DEL VIVO, Y
      *    LA SUMA DE LA CUENTA INCLUYE LO QUE UNA CORRIDA ANTERIOR YA
      *    HABIA PASADO AL HISTORICO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PER-CLAVE
           STATUS ST-FILE-PER.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
           SELECT OPTIONAL DEUMOV ASSIGN TO "./deumov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DMOV-CLAVE
           STATUS ST-FILE-DMOV.
      *    EL NOMBRE DEL HISTORICO SE ARMA POR MODULO Y ANIO
           SELECT OPTIONAL CLIHIS ASSIGN TO W-NOMBRE-HISTORICO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HIS-CLAVE
           STATUS ST-FILE-HIS.
           SELECT OPTIONAL DEUHIS ASSIGN TO W-NOMBRE-HISTORICO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DHIS-CLAVE
           STATUS ST-FILE-DHIS.
           SELECT LISTADO ASSIGN TO "./cieanu1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
       01 REG-PERIODOS.
           03  PER-CLAVE.
               05  PER-MODULO      PIC X(3).
               05  PER-ANOMES      PIC 9(6).
           03  PER-ESTADO          PIC X.
              88  PER-ABIERTO      VALUE "A".
              88  PER-CERRADO      VALUE "C".
              88  PER-TRASPASADO   VALUE "T".
           03  PER-FECHA-CIERRE    PIC 9(8).
           03  PER-USUARIO         PIC X(8).
      *
       FD CLIMOV.
       01 REG-CLIMOV.
           03  MOV-CLAVE.
               05  MOV-ID_CLIENTE  PIC 9(7).
               05  MOV-FECHA       PIC 9(8).
               05  MOV-SECUENCIA   PIC 9(4).
           03  MOV-HORA            PIC 9(8).
           03  MOV-TIPO            PIC X.
              88  MOV-CREDITO      VALUE "C".
              88  MOV-DEBITO       VALUE "D".
              88  MOV-REVALUO      VALUE "R".
              88  MOV-APERTURA     VALUE "S".
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
           03  MOV-TIPO-DOC        PIC X.
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
       FD DEUMOV.
       01 REG-DEUMOV.
           03 DMOV-CLAVE.
               05 DMOV-DEU-ID      PIC 9(20).
               05 DMOV-FECHA       PIC 9(8).
               05 DMOV-SECUENCIA   PIC 9(4).
           03 DMOV-HORA            PIC 9(8).
           03 DMOV-TIPO            PIC X.
              88 DMOV-COBRO        VALUE "C".
              88 DMOV-CARGO        VALUE "G".
              88 DMOV-INTERES      VALUE "I".
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-CASTIGO      VALUE "K".
              88 DMOV-RECUPERO     VALUE "R".
              88 DMOV-DEVOLUCION   VALUE "V".
              88 DMOV-ANULA-CARGO  VALUE "X".
              88 DMOV-ANULA-DEVOL  VALUE "Y".
              88 DMOV-APERTURA     VALUE "S".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
           03 DMOV-LOTE            PIC 9(6).
           03 DMOV-ANULADO         PIC X.
      *       SOLO EN LA APERTURA: FECHA BASE DE LA ANTIGUEDAD
           03 DMOV-FECHA-BASE      PIC 9(8).
           03 FILLER               PIC X(1).
      *
      *    LOS HISTORICOS TIENEN EL MISMO LAYOUT QUE EL VIVO
       FD CLIHIS.
       01 REG-CLIHIS.
           03  HIS-CLAVE.
               05  HIS-ID_CLIENTE  PIC 9(7).
               05  HIS-FECHA       PIC 9(8).
               05  HIS-SECUENCIA   PIC 9(4).
           03  FILLER              PIC X(66).
      *
       FD DEUHIS.
       01 REG-DEUHIS.
           03 DHIS-CLAVE.
               05 DHIS-DEU-ID      PIC 9(20).
               05 DHIS-FECHA       PIC 9(8).
               05 DHIS-SECUENCIA   PIC 9(4).
           03 FILLER               PIC X(63).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PER             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-DMOV            PIC XX.
       01  ST-FILE-HIS             PIC XX.
       01  ST-FILE-DHIS            PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  FIN                     PIC X VALUE "N".
       01  FIN-PERIODOS            PIC X.
       01  FIN-CUENTAS             PIC X.
       01  FIN-CUENTA              PIC X.
       01  EXISTE                  PIC X.
       01  HUBO-ERROR              PIC X.
       01  HAY-POSTERIOR           PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  CONFIRMA                PIC X.
       01  W-MODULO                PIC X(3).
       01  W-ANIO                  PIC 9(4).
       01  W-MES                   PIC 99.
       01  W-MESES-CERRADOS        PIC 99.
       01  W-ANOMES-MARCA          PIC 9(6).
       01  W-FECHA-CIERRE          PIC 9(8).
       01  W-FECHA-APERTURA        PIC 9(8).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-FECHA-HOY-R  REDEFINES W-FECHA-HOY.
           03  W-HOY-AAAA          PIC 9(4).
           03  FILLER              PIC 9(4).
       01  W-NOMBRE-HISTORICO      PIC X(30).
      *
      *    LA CUENTA EN CURSO
       01  W-CLI-CUENTA            PIC 9(7).
       01  W-DEU-CUENTA            PIC 9(20).
       01  W-CANT-CUENTA           PIC 9(7).
       01  W-SALDO-CIERRE          PIC S9(13)V9(3).
       01  W-SALDO-APERTURA        PIC S9(13)V9(3).
       01  W-ULT-SALDO             PIC S9(13)V9(3).
       01  W-DIFERENCIA            PIC S9(13)V9(3).
       01  W-FECHA-BASE            PIC 9(8).
      *
       01  W-CANT-CUENTAS          PIC 9(7) VALUE 0.
       01  W-CANT-TRASPASADOS      PIC 9(9) VALUE 0.
       01  W-CANT-APERTURAS        PIC 9(7) VALUE 0.
       01  W-CANT-NO-TRASPASADAS   PIC 9(7) VALUE 0.
       01  W-CANT-DIFERENCIAS      PIC 9(7) VALUE 0.
       01  W-TOTAL-CIERRE          PIC S9(13)V9(3) VALUE 0.
       01  W-TOTAL-APERTURA        PIC S9(13)V9(3) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *
       01  L-TITULO.
           03  FILLER          PIC X(30) VALUE
               "TRASPASO ANUAL DE JOURNAL  - ".
           03  L-TIT-MODULO    PIC X(3).
           03  FILLER          PIC X(1)  VALUE SPACE.
           03  L-TIT-ANIO      PIC 9(4).
       01  L-TRASPASO.
           03  FILLER          PIC X(17) VALUE "TRASPASADO EL:   ".
           03  L-TRA-FECHA     PIC 9(8).
           03  FILLER          PIC X(6)  VALUE "  POR ".
           03  L-TRA-USUARIO   PIC X(8).
       01  L-HISTORICO.
           03  FILLER          PIC X(17) VALUE "HISTORICO:       ".
           03  L-HIS-NOMBRE    PIC X(30).
       01  L-NO-TRASPASADA.
           03  FILLER          PIC X(7)  VALUE "CUENTA ".
           03  L-NOT-CUENTA    PIC Z(19)9.
           03  FILLER          PIC X(37) VALUE
               " NO TRASPASADA - SUMA NEGATIVA:".
           03  L-NOT-IMPORTE   PIC -(12)9,999.
       01  L-ENCABEZADO.
           03  FILLER          PIC X(22) VALUE "CUENTA".
           03  FILLER          PIC X(12) VALUE "MOVIMIENTOS".
           03  FILLER          PIC X(19) VALUE "SALDO CIERRE".
           03  FILLER          PIC X(19) VALUE "SALDO APERTURA".
           03  FILLER          PIC X(19) VALUE "DIFERENCIA".
       01  L-DETALLE.
           03  L-DET-CUENTA    PIC Z(19)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CANT      PIC Z.ZZZ.ZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-CIERRE    PIC -(12)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-APERTURA  PIC -(12)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DIFERENCIA PIC -(12)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-MARCA     PIC X(14).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(30).
           03  L-CTL-VALOR     PIC ZZZ.ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  L-CTI-ROTULO    PIC X(30).
           03  L-CTI-IMPORTE   PIC -(12)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
      *    EL TRASPASO ES UNA OPERACION DE ADMINISTRACION (NIVEL 9)
           MOVE "CIEANU1" TO SIGNON-PROGRAM.
           MOVE 9         TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       PROCESO.
           DISPLAY " "                      LINE 1 COL 1 ERASE EOS.
           DISPLAY "CIERRE ANUAL - TRASPASO DE JOURNAL"
                                            LINE 3 COL 23
                   GUIONES                  LINE 4 COL 1
                   "Modulo (CLI/DEU, BLANCO=SALIR)      : "
                                            LINE 7 COL 10
                   "Anio AAAA                           : "
                                            LINE 9 COL 10.
           ACCEPT W-MODULO LINE 7 COL 49 PROMPT.
           IF W-MODULO = SPACES
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           IF W-MODULO NOT = "CLI" AND W-MODULO NOT = "DEU"
              DISPLAY "MODULO INVALIDO (CLI/DEU)" LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           ACCEPT W-ANIO LINE 9 COL 49 PROMPT.
           IF W-ANIO = 0 GO TO F-PROCESO.
           IF W-ANIO NOT < W-HOY-AAAA
              DISPLAY "EL ANIO DEBE SER ANTERIOR AL EN CURSO"
                      LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           COMPUTE W-ANOMES-MARCA   = W-ANIO * 100.
           COMPUTE W-FECHA-CIERRE   = W-ANIO * 10000 + 1231.
           COMPUTE W-FECHA-APERTURA = (W-ANIO + 1) * 10000 + 101.
           PERFORM VERIFICO-PERIODOS THRU F-VERIFICO-PERIODOS.
           IF EXISTE = "T"
              DISPLAY "EL ANIO YA FUE TRASPASADO" LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           IF HAY-POSTERIOR = "S"
              DISPLAY "YA HAY UN ANIO POSTERIOR TRASPASADO"
                      LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           IF W-MESES-CERRADOS < 12
              DISPLAY "FALTAN CERRAR PERIODOS DEL ANIO (VER CIEMES1)"
                      LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           DISPLAY "CONFIRMA EL TRASPASO DEL ANIO (S/N): "
                                            LINE 14 COL 10.
           ACCEPT CONFIRMA LINE 14 COL 48.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              PERFORM TRASPASO THRU F-TRASPASO
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    LOS DOCE MESES TIENEN QUE ESTAR CERRADOS; EL REGISTRO
      *    MODULO+AAAA00 MARCA EL ANIO YA TRASPASADO, Y UNA MARCA DE
      *    UN ANIO POSTERIOR IMPIDE VOLVER ATRAS
       VERIFICO-PERIODOS.
           MOVE SPACES TO EXISTE.
           MOVE "N"    TO HAY-POSTERIOR.
           MOVE 0      TO W-MESES-CERRADOS.
           OPEN INPUT PERIODOS.
           IF ST-FILE-PER > "07"
              CLOSE PERIODOS
              GO TO F-VERIFICO-PERIODOS
           END-IF.
           PERFORM VERIFICO-UN-MES
              VARYING W-MES FROM 1 BY 1
              UNTIL W-MES > 12.
           MOVE W-MODULO       TO PER-MODULO.
           MOVE W-ANOMES-MARCA TO PER-ANOMES.
           READ PERIODOS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE PER-ESTADO TO EXISTE
           END-READ.
           MOVE "N" TO FIN-PERIODOS.
           MOVE W-MODULO       TO PER-MODULO.
           MOVE W-ANOMES-MARCA TO PER-ANOMES.
           START PERIODOS KEY IS GREATER THAN PER-CLAVE
              INVALID KEY MOVE "S" TO FIN-PERIODOS
           END-START.
           PERFORM BUSCO-POSTERIOR UNTIL FIN-PERIODOS = "S".
           CLOSE PERIODOS.
       F-VERIFICO-PERIODOS.
           EXIT.
      *
       VERIFICO-UN-MES.
           MOVE W-MODULO TO PER-MODULO.
           COMPUTE PER-ANOMES = W-ANOMES-MARCA + W-MES.
           READ PERIODOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PER-CERRADO
                    ADD 1 TO W-MESES-CERRADOS
                 END-IF
           END-READ.
      *
       BUSCO-POSTERIOR.
           READ PERIODOS NEXT RECORD
              AT END MOVE "S" TO FIN-PERIODOS
           END-READ.
           IF FIN-PERIODOS = "N"
              IF PER-MODULO NOT = W-MODULO
                 MOVE "S" TO FIN-PERIODOS
              ELSE
                 IF PER-TRASPASADO
                    MOVE "S" TO HAY-POSTERIOR
                    MOVE "S" TO FIN-PERIODOS
                 END-IF
              END-IF
           END-IF.
      *
       TRASPASO.
           MOVE "N" TO HUBO-ERROR.
           MOVE 0   TO W-CANT-CUENTAS W-CANT-TRASPASADOS
                       W-CANT-APERTURAS W-CANT-NO-TRASPASADAS
                       W-CANT-DIFERENCIAS.
           MOVE 0   TO W-TOTAL-CIERRE W-TOTAL-APERTURA.
           MOVE SPACES TO W-NOMBRE-HISTORICO.
           IF W-MODULO = "CLI"
              STRING "./climov" W-ANIO ".dat" DELIMITED BY SIZE
                 INTO W-NOMBRE-HISTORICO
           ELSE
              STRING "./deumov" W-ANIO ".dat" DELIMITED BY SIZE
                 INTO W-NOMBRE-HISTORICO
           END-IF.
           DISPLAY "TRASPASANDO..." LINE 24 COL 1.
           OPEN OUTPUT LISTADO.
           MOVE GUIONES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE W-MODULO TO L-TIT-MODULO.
           MOVE W-ANIO   TO L-TIT-ANIO.
           WRITE LINEA-LISTADO FROM L-TITULO.
           MOVE W-FECHA-HOY     TO L-TRA-FECHA.
           MOVE SIGNON-OPERADOR TO L-TRA-USUARIO.
           WRITE LINEA-LISTADO FROM L-TRASPASO.
           MOVE W-NOMBRE-HISTORICO TO L-HIS-NOMBRE.
           WRITE LINEA-LISTADO FROM L-HISTORICO.
           MOVE GUIONES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF W-MODULO = "CLI"
              PERFORM TRASPASO-CLIMOV THRU F-TRASPASO-CLIMOV
              IF HUBO-ERROR = "N"
                 PERFORM CONTROL-CLIMOV THRU F-CONTROL-CLIMOV
              END-IF
           ELSE
              PERFORM TRASPASO-DEUMOV THRU F-TRASPASO-DEUMOV
              IF HUBO-ERROR = "N"
                 PERFORM CONTROL-DEUMOV THRU F-CONTROL-DEUMOV
              END-IF
           END-IF.
      *    CON DIFERENCIAS EL ANIO QUEDA SIN MARCAR PARA CORREGIRLO
      *    Y REPETIR
           IF HUBO-ERROR = "N" AND W-CANT-DIFERENCIAS = 0
              PERFORM MARCO-TRASPASADO THRU F-MARCO-TRASPASADO
           END-IF.
           PERFORM IMPRIMO-TOTALES.
           CLOSE LISTADO.
           MOVE "CIEANU1"       TO RPTARC-PROGRAM.
           MOVE "CIERRE ANUAL - TRASPASO DE JOURNAL"
              TO RPTARC-TITLE.
           MOVE "./cieanu1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           IF HUBO-ERROR = "S"
              DISPLAY "TRASPASO INTERRUMPIDO - VER ERRLOG Y REPETIR"
                      LINE 24 COL 1
           ELSE
              IF W-CANT-DIFERENCIAS > 0
                 DISPLAY "DIFERENCIAS, ANIO ABIERTO - VER CIEANU1.LST"
                         LINE 24 COL 1
              ELSE
                 DISPLAY "ANIO TRASPASADO - VER CIEANU1.LST"
                         LINE 24 COL 1
              END-IF
           END-IF.
       F-TRASPASO.
           EXIT.
      *
      *    CLIENTES: POR CADA CUENTA SE SUMA LO QUE VA AL HISTORICO,
      *    SE GRABA LA APERTURA Y RECIEN DESPUES SE LO MUEVE (PRIMERO
      *    LA COPIA, DESPUES EL BORRADO DEL VIVO)
       TRASPASO-CLIMOV.
           OPEN I-O CLIMOV.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL ABRIR CLIMOV " ST-FILE-MOV
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "TRASPASO-CLIMOV" TO ERRLOG-PARAGRAPH
              MOVE "CLIMOV"          TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-MOV       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              GO TO F-TRASPASO-CLIMOV
           END-IF.
           OPEN I-O CLIHIS.
           IF ST-FILE-HIS = "35"
              OPEN OUTPUT CLIHIS
              CLOSE CLIHIS
              OPEN I-O CLIHIS
           END-IF.
           IF ST-FILE-HIS > "07"
              DISPLAY "ERROR AL ABRIR " W-NOMBRE-HISTORICO
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "TRASPASO-CLIMOV" TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-HISTORICO TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-HIS       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              CLOSE CLIMOV
              GO TO F-TRASPASO-CLIMOV
           END-IF.
           MOVE "N" TO FIN-CUENTAS.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START CLIMOV KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
           PERFORM TRASPASO-UN-CLIENTE THRU F-TRASPASO-UN-CLIENTE
              UNTIL FIN-CUENTAS = "S".
           CLOSE CLIMOV.
           CLOSE CLIHIS.
       F-TRASPASO-CLIMOV.
           EXIT.
      *
      *    EL PRIMER REGISTRO LEIDO ES EL MAS VIEJO DE LA CUENTA: SI
      *    YA ES DEL ANIO SIGUIENTE (O ES LA APERTURA DE UNA CORRIDA
      *    ANTERIOR) LA CUENTA NO TIENE NADA QUE TRASPASAR
       TRASPASO-UN-CLIENTE.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTAS
           END-READ.
           IF FIN-CUENTAS = "S" GO TO F-TRASPASO-UN-CLIENTE.
           MOVE MOV-ID_CLIENTE TO W-CLI-CUENTA.
           IF MOV-FECHA > W-FECHA-CIERRE
              PERFORM SALTO-PROXIMO-CLIENTE
              GO TO F-TRASPASO-UN-CLIENTE
           END-IF.
           MOVE 0   TO W-CANT-CUENTA.
           MOVE 0   TO W-SALDO-CIERRE.
           MOVE 0   TO W-ULT-SALDO.
           PERFORM SUMO-HISTORICO-CLI THRU F-SUMO-HISTORICO-CLI.
           PERFORM POSICIONO-CLIENTE.
           PERFORM SUMO-UN-CLIMOV THRU F-SUMO-UN-CLIMOV
              UNTIL FIN-CUENTA = "S".
           PERFORM GRABO-APERTURA-CLI THRU F-GRABO-APERTURA-CLI.
           IF HUBO-ERROR = "S"
              MOVE "S" TO FIN-CUENTAS
              GO TO F-TRASPASO-UN-CLIENTE
           END-IF.
           PERFORM POSICIONO-CLIENTE.
           PERFORM PASO-UN-CLIMOV THRU F-PASO-UN-CLIMOV
              UNTIL FIN-CUENTA = "S".
           IF HUBO-ERROR = "S"
              MOVE "S" TO FIN-CUENTAS
              GO TO F-TRASPASO-UN-CLIENTE
           END-IF.
           PERFORM SALTO-PROXIMO-CLIENTE.
       F-TRASPASO-UN-CLIENTE.
           EXIT.
      *
      *    MISMO CRITERIO QUE PRFSAL1: LOS DEBITOS RESTAN Y TODO LO
      *    DEMAS SUMA, INCLUIDA LA APERTURA DEL ANIO ANTERIOR
       ACUMULO-CLIMOV.
           ADD 1 TO W-CANT-CUENTA.
           IF MOV-DEBITO
              SUBTRACT MOV-IMPORTE FROM W-SALDO-CIERRE
           ELSE
              ADD MOV-IMPORTE TO W-SALDO-CIERRE
           END-IF.
           MOVE MOV-SALDO-RESULT TO W-ULT-SALDO.
      *
      *    LO QUE UNA CORRIDA CORTADA YA PASO AL HISTORICO ES LO MAS
      *    VIEJO DE LA CUENTA Y SE SUMA PRIMERO; LA LECTURA PISA
      *    REG-CLIMOV, POR ESO DESPUES SE REPOSICIONA EL VIVO
       SUMO-HISTORICO-CLI.
           MOVE W-CLI-CUENTA TO HIS-ID_CLIENTE.
           MOVE 0            TO HIS-FECHA.
           MOVE 0            TO HIS-SECUENCIA.
           MOVE "N" TO FIN-CUENTA.
           START CLIHIS KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA
           END-START.
           PERFORM SUMO-UN-HISTORICO-CLI
              THRU F-SUMO-UN-HISTORICO-CLI
              UNTIL FIN-CUENTA = "S".
       F-SUMO-HISTORICO-CLI.
           EXIT.
      *
       SUMO-UN-HISTORICO-CLI.
           READ CLIHIS NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA = "S" GO TO F-SUMO-UN-HISTORICO-CLI.
           IF HIS-ID_CLIENTE NOT = W-CLI-CUENTA
              MOVE "S" TO FIN-CUENTA
              GO TO F-SUMO-UN-HISTORICO-CLI
           END-IF.
           MOVE REG-CLIHIS TO REG-CLIMOV.
           PERFORM ACUMULO-CLIMOV.
       F-SUMO-UN-HISTORICO-CLI.
           EXIT.
      *
       POSICIONO-CLIENTE.
           MOVE W-CLI-CUENTA TO MOV-ID_CLIENTE.
           MOVE 0            TO MOV-FECHA.
           MOVE 0            TO MOV-SECUENCIA.
           MOVE "N" TO FIN-CUENTA.
           START CLIMOV KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA
           END-START.
      *
       SUMO-UN-CLIMOV.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA = "S" GO TO F-SUMO-UN-CLIMOV.
           IF MOV-ID_CLIENTE NOT = W-CLI-CUENTA
              OR MOV-FECHA > W-FECHA-CIERRE
              MOVE "S" TO FIN-CUENTA
              GO TO F-SUMO-UN-CLIMOV
           END-IF.
           PERFORM ACUMULO-CLIMOV.
       F-SUMO-UN-CLIMOV.
           EXIT.
      *
       PASO-UN-CLIMOV.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA = "S" GO TO F-PASO-UN-CLIMOV.
           IF MOV-ID_CLIENTE NOT = W-CLI-CUENTA
              OR MOV-FECHA > W-FECHA-CIERRE
              MOVE "S" TO FIN-CUENTA
              GO TO F-PASO-UN-CLIMOV
           END-IF.
           MOVE REG-CLIMOV TO REG-CLIHIS.
           WRITE REG-CLIHIS
              INVALID KEY
                 REWRITE REG-CLIHIS
           END-WRITE.
           IF ST-FILE-HIS > "07"
              DISPLAY "ERROR AL GRABAR " W-NOMBRE-HISTORICO
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "PASO-UN-CLIMOV"  TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-HISTORICO TO ERRLOG-FILENAME
              MOVE HIS-CLAVE         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-HIS       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              MOVE "S" TO FIN-CUENTA
              GO TO F-PASO-UN-CLIMOV
           END-IF.
           DELETE CLIMOV RECORD.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL BORRAR CLIMOV " ST-FILE-MOV
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "PASO-UN-CLIMOV"  TO ERRLOG-PARAGRAPH
              MOVE "CLIMOV"          TO ERRLOG-FILENAME
              MOVE MOV-CLAVE         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-MOV       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              MOVE "S" TO FIN-CUENTA
              GO TO F-PASO-UN-CLIMOV
           END-IF.
           ADD 1 TO W-CANT-TRASPASADOS.
       F-PASO-UN-CLIMOV.
           EXIT.
      *
      *    UNA CUENTA QUE TERMINA EL ANIO EN CERO NO NECESITA
      *    APERTURA. LA QUE DEJO UNA CORRIDA CORTADA SE REGRABA CON
      *    LA SUMA COMPLETA
       GRABO-APERTURA-CLI.
           IF W-SALDO-CIERRE = 0 AND W-ULT-SALDO = 0
              GO TO F-GRABO-APERTURA-CLI
           END-IF.
           MOVE SPACES           TO REG-CLIMOV.
           MOVE W-CLI-CUENTA     TO MOV-ID_CLIENTE.
           MOVE W-FECHA-APERTURA TO MOV-FECHA.
           MOVE 0                TO MOV-SECUENCIA.
           MOVE 0                TO MOV-HORA.
           SET MOV-APERTURA      TO TRUE.
           MOVE W-SALDO-CIERRE   TO MOV-IMPORTE.
           MOVE W-ULT-SALDO      TO MOV-SALDO-RESULT.
           MOVE 0                TO MOV-DOCUMENTO.
           MOVE 0                TO MOV-DOC-REFERENCIA.
           WRITE REG-CLIMOV
              INVALID KEY
                 REWRITE REG-CLIMOV
           END-WRITE.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL GRABAR APERTURA CLIMOV " ST-FILE-MOV
                      LINE 24 COL 1
              MOVE "CIEANU1"            TO ERRLOG-PROGRAM
              MOVE "GRABO-APERTURA-CLI" TO ERRLOG-PARAGRAPH
              MOVE "CLIMOV"             TO ERRLOG-FILENAME
              MOVE MOV-CLAVE            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-MOV          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              GO TO F-GRABO-APERTURA-CLI
           END-IF.
           ADD 1 TO W-CANT-APERTURAS.
       F-GRABO-APERTURA-CLI.
           EXIT.
      *
      *    LA CLAVE QUEDA DETRAS DEL ULTIMO MOVIMIENTO POSIBLE DE LA
      *    CUENTA: LA LECTURA SIGUIENTE TRAE LA CUENTA QUE SIGUE
       SALTO-PROXIMO-CLIENTE.
           MOVE W-CLI-CUENTA TO MOV-ID_CLIENTE.
           MOVE 99999999     TO MOV-FECHA.
           MOVE 9999         TO MOV-SECUENCIA.
           START CLIMOV KEY IS GREATER THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
      *
      *    DEUDORES: IGUAL QUE CLIENTES, CON LOS SIGNOS DE PRFSAL1 Y
      *    LA FECHA BASE DE LA ANTIGUEDAD DE INTDEU1
       TRASPASO-DEUMOV.
           OPEN I-O DEUMOV.
           IF ST-FILE-DMOV > "07"
              DISPLAY "ERROR AL ABRIR DEUMOV " ST-FILE-DMOV
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "TRASPASO-DEUMOV" TO ERRLOG-PARAGRAPH
              MOVE "DEUMOV"          TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DMOV      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              GO TO F-TRASPASO-DEUMOV
           END-IF.
           OPEN I-O DEUHIS.
           IF ST-FILE-DHIS = "35"
              OPEN OUTPUT DEUHIS
              CLOSE DEUHIS
              OPEN I-O DEUHIS
           END-IF.
           IF ST-FILE-DHIS > "07"
              DISPLAY "ERROR AL ABRIR " W-NOMBRE-HISTORICO
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "TRASPASO-DEUMOV" TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-HISTORICO TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DHIS      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              CLOSE DEUMOV
              GO TO F-TRASPASO-DEUMOV
           END-IF.
           MOVE "N" TO FIN-CUENTAS.
           MOVE LOW-VALUES TO DMOV-CLAVE.
           START DEUMOV KEY IS NOT LESS THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
           PERFORM TRASPASO-UN-DEUDOR THRU F-TRASPASO-UN-DEUDOR
              UNTIL FIN-CUENTAS = "S".
           CLOSE DEUMOV.
           CLOSE DEUHIS.
       F-TRASPASO-DEUMOV.
           EXIT.
      *
       TRASPASO-UN-DEUDOR.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTAS
           END-READ.
           IF FIN-CUENTAS = "S" GO TO F-TRASPASO-UN-DEUDOR.
           MOVE DMOV-DEU-ID TO W-DEU-CUENTA.
           IF DMOV-FECHA > W-FECHA-CIERRE
              PERFORM SALTO-PROXIMO-DEUDOR
              GO TO F-TRASPASO-UN-DEUDOR
           END-IF.
           MOVE 0   TO W-CANT-CUENTA.
           MOVE 0   TO W-SALDO-CIERRE.
           MOVE 0   TO W-ULT-SALDO.
           PERFORM SUMO-HISTORICO-DEU THRU F-SUMO-HISTORICO-DEU.
           PERFORM POSICIONO-DEUDOR.
           PERFORM SUMO-UN-DEUMOV THRU F-SUMO-UN-DEUMOV
              UNTIL FIN-CUENTA = "S".
      *    EL IMPORTE DE DEUMOV NO TIENE SIGNO: UNA SUMA NEGATIVA NO
      *    CABE EN LA APERTURA Y LA CUENTA QUEDA EN EL VIVO
           IF W-SALDO-CIERRE < 0
              MOVE W-DEU-CUENTA   TO L-NOT-CUENTA
              MOVE W-SALDO-CIERRE TO L-NOT-IMPORTE
              WRITE LINEA-LISTADO FROM L-NO-TRASPASADA
              ADD 1 TO W-CANT-NO-TRASPASADAS
              PERFORM SALTO-PROXIMO-DEUDOR
              GO TO F-TRASPASO-UN-DEUDOR
           END-IF.
           PERFORM GRABO-APERTURA-DEU THRU F-GRABO-APERTURA-DEU.
           IF HUBO-ERROR = "S"
              MOVE "S" TO FIN-CUENTAS
              GO TO F-TRASPASO-UN-DEUDOR
           END-IF.
           PERFORM POSICIONO-DEUDOR.
           PERFORM PASO-UN-DEUMOV THRU F-PASO-UN-DEUMOV
              UNTIL FIN-CUENTA = "S".
           IF HUBO-ERROR = "S"
              MOVE "S" TO FIN-CUENTAS
              GO TO F-TRASPASO-UN-DEUDOR
           END-IF.
           PERFORM SALTO-PROXIMO-DEUDOR.
       F-TRASPASO-UN-DEUDOR.
           EXIT.
      *
      *    LA FECHA BASE ES LA DEL ULTIMO COBRO, O LA DEL PRIMER
      *    MOVIMIENTO SI NUNCA PAGO; SI EL PRIMERO ES UNA APERTURA,
      *    LA QUE ESTA TRAE DEL ANIO ANTERIOR
       ACUMULO-DEUMOV.
           IF W-CANT-CUENTA = 0
              MOVE DMOV-FECHA TO W-FECHA-BASE
              IF DMOV-APERTURA AND DMOV-FECHA-BASE IS NUMERIC
                 IF DMOV-FECHA-BASE > 0
                    MOVE DMOV-FECHA-BASE TO W-FECHA-BASE
                 END-IF
              END-IF
           END-IF.
           IF DMOV-COBRO
              MOVE DMOV-FECHA TO W-FECHA-BASE
           END-IF.
           ADD 1 TO W-CANT-CUENTA.
           EVALUATE TRUE
              WHEN DMOV-COBRO
              WHEN DMOV-AJUSTE-BAJA
              WHEN DMOV-CASTIGO
              WHEN DMOV-DEVOLUCION
              WHEN DMOV-ANULA-CARGO
                 SUBTRACT DMOV-IMPORTE FROM W-SALDO-CIERRE
              WHEN DMOV-RECUPERO
                 CONTINUE
              WHEN OTHER
                 ADD DMOV-IMPORTE TO W-SALDO-CIERRE
           END-EVALUATE.
           MOVE DMOV-SALDO-DESPUES TO W-ULT-SALDO.
      *
      *    COMO EN CLIENTES, PRIMERO LO QUE YA ESTA EN EL HISTORICO
       SUMO-HISTORICO-DEU.
           MOVE W-DEU-CUENTA TO DHIS-DEU-ID.
           MOVE 0            TO DHIS-FECHA.
           MOVE 0            TO DHIS-SECUENCIA.
           MOVE "N" TO FIN-CUENTA.
           START DEUHIS KEY IS NOT LESS THAN DHIS-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA
           END-START.
           PERFORM SUMO-UN-HISTORICO-DEU
              THRU F-SUMO-UN-HISTORICO-DEU
              UNTIL FIN-CUENTA = "S".
       F-SUMO-HISTORICO-DEU.
           EXIT.
      *
       SUMO-UN-HISTORICO-DEU.
           READ DEUHIS NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA = "S" GO TO F-SUMO-UN-HISTORICO-DEU.
           IF DHIS-DEU-ID NOT = W-DEU-CUENTA
              MOVE "S" TO FIN-CUENTA
              GO TO F-SUMO-UN-HISTORICO-DEU
           END-IF.
           MOVE REG-DEUHIS TO REG-DEUMOV.
           PERFORM ACUMULO-DEUMOV.
       F-SUMO-UN-HISTORICO-DEU.
           EXIT.
      *
       POSICIONO-DEUDOR.
           MOVE W-DEU-CUENTA TO DMOV-DEU-ID.
           MOVE 0            TO DMOV-FECHA.
           MOVE 0            TO DMOV-SECUENCIA.
           MOVE "N" TO FIN-CUENTA.
           START DEUMOV KEY IS NOT LESS THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA
           END-START.
      *
       SUMO-UN-DEUMOV.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA = "S" GO TO F-SUMO-UN-DEUMOV.
           IF DMOV-DEU-ID NOT = W-DEU-CUENTA
              OR DMOV-FECHA > W-FECHA-CIERRE
              MOVE "S" TO FIN-CUENTA
              GO TO F-SUMO-UN-DEUMOV
           END-IF.
           PERFORM ACUMULO-DEUMOV.
       F-SUMO-UN-DEUMOV.
           EXIT.
      *
       PASO-UN-DEUMOV.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTA
           END-READ.
           IF FIN-CUENTA = "S" GO TO F-PASO-UN-DEUMOV.
           IF DMOV-DEU-ID NOT = W-DEU-CUENTA
              OR DMOV-FECHA > W-FECHA-CIERRE
              MOVE "S" TO FIN-CUENTA
              GO TO F-PASO-UN-DEUMOV
           END-IF.
           MOVE REG-DEUMOV TO REG-DEUHIS.
           WRITE REG-DEUHIS
              INVALID KEY
                 REWRITE REG-DEUHIS
           END-WRITE.
           IF ST-FILE-DHIS > "07"
              DISPLAY "ERROR AL GRABAR " W-NOMBRE-HISTORICO
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "PASO-UN-DEUMOV"  TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-HISTORICO TO ERRLOG-FILENAME
              MOVE DHIS-DEU-ID       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DHIS      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              MOVE "S" TO FIN-CUENTA
              GO TO F-PASO-UN-DEUMOV
           END-IF.
           DELETE DEUMOV RECORD.
           IF ST-FILE-DMOV > "07"
              DISPLAY "ERROR AL BORRAR DEUMOV " ST-FILE-DMOV
                      LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "PASO-UN-DEUMOV"  TO ERRLOG-PARAGRAPH
              MOVE "DEUMOV"          TO ERRLOG-FILENAME
              MOVE DMOV-DEU-ID       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DMOV      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              MOVE "S" TO FIN-CUENTA
              GO TO F-PASO-UN-DEUMOV
           END-IF.
           ADD 1 TO W-CANT-TRASPASADOS.
       F-PASO-UN-DEUMOV.
           EXIT.
      *
       GRABO-APERTURA-DEU.
           IF W-SALDO-CIERRE = 0 AND W-ULT-SALDO = 0
              GO TO F-GRABO-APERTURA-DEU
           END-IF.
           MOVE SPACES           TO REG-DEUMOV.
           MOVE W-DEU-CUENTA     TO DMOV-DEU-ID.
           MOVE W-FECHA-APERTURA TO DMOV-FECHA.
           MOVE 0                TO DMOV-SECUENCIA.
           MOVE 0                TO DMOV-HORA.
           SET DMOV-APERTURA     TO TRUE.
           MOVE W-SALDO-CIERRE   TO DMOV-IMPORTE.
           MOVE W-ULT-SALDO      TO DMOV-SALDO-DESPUES.
           MOVE 0                TO DMOV-RECIBO DMOV-SESION DMOV-LOTE.
           MOVE W-FECHA-BASE     TO DMOV-FECHA-BASE.
           WRITE REG-DEUMOV
              INVALID KEY
                 REWRITE REG-DEUMOV
           END-WRITE.
           IF ST-FILE-DMOV > "07"
              DISPLAY "ERROR AL GRABAR APERTURA DEUMOV " ST-FILE-DMOV
                      LINE 24 COL 1
              MOVE "CIEANU1"            TO ERRLOG-PROGRAM
              MOVE "GRABO-APERTURA-DEU" TO ERRLOG-PARAGRAPH
              MOVE "DEUMOV"             TO ERRLOG-FILENAME
              MOVE DMOV-DEU-ID          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DMOV         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              GO TO F-GRABO-APERTURA-DEU
           END-IF.
           ADD 1 TO W-CANT-APERTURAS.
       F-GRABO-APERTURA-DEU.
           EXIT.
      *
       SALTO-PROXIMO-DEUDOR.
           MOVE W-DEU-CUENTA TO DMOV-DEU-ID.
           MOVE 99999999     TO DMOV-FECHA.
           MOVE 9999         TO DMOV-SECUENCIA.
           START DEUMOV KEY IS GREATER THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
      *
      *    LA PRUEBA: SE RELEE EL HISTORICO ENTERO CUENTA POR CUENTA
      *    (TAMBIEN LO DE UNA CORRIDA ANTERIOR CORTADA) Y SU SUMA SE
      *    COMPARA CON LA APERTURA GRABADA EN EL VIVO
       CONTROL-CLIMOV.
           OPEN INPUT CLIHIS.
           OPEN INPUT CLIMOV.
           IF ST-FILE-HIS > "07" OR ST-FILE-MOV > "07"
              DISPLAY "ERROR AL REABRIR LOS JOURNALS" LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "CONTROL-CLIMOV"  TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-HISTORICO TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-HIS       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              CLOSE CLIHIS
              CLOSE CLIMOV
              GO TO F-CONTROL-CLIMOV
           END-IF.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO.
           MOVE "N" TO FIN-CUENTAS.
           MOVE LOW-VALUES TO HIS-CLAVE.
           START CLIHIS KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
           PERFORM LEO-CLIHIS.
           PERFORM CONTROLO-UN-CLIENTE
              UNTIL FIN-CUENTAS = "S".
           CLOSE CLIHIS.
           CLOSE CLIMOV.
       F-CONTROL-CLIMOV.
           EXIT.
      *
       LEO-CLIHIS.
           IF FIN-CUENTAS = "N"
              READ CLIHIS NEXT RECORD
                 AT END MOVE "S" TO FIN-CUENTAS
              END-READ
           END-IF.
      *
       CONTROLO-UN-CLIENTE.
           MOVE HIS-ID_CLIENTE TO W-CLI-CUENTA.
           MOVE 0 TO W-CANT-CUENTA.
           MOVE 0 TO W-SALDO-CIERRE.
           PERFORM SUMO-UN-CLIHIS
              UNTIL FIN-CUENTAS = "S"
                 OR HIS-ID_CLIENTE NOT = W-CLI-CUENTA.
           MOVE 0 TO W-SALDO-APERTURA.
           MOVE W-CLI-CUENTA     TO MOV-ID_CLIENTE.
           MOVE W-FECHA-APERTURA TO MOV-FECHA.
           MOVE 0                TO MOV-SECUENCIA.
           READ CLIMOV
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF MOV-APERTURA
                    MOVE MOV-IMPORTE TO W-SALDO-APERTURA
                 END-IF
           END-READ.
           MOVE W-CLI-CUENTA TO L-DET-CUENTA.
           PERFORM IMPRIMO-CONTROL.
      *
      *    EL REGISTRO DEL HISTORICO SE SUMA CON LAS MISMAS REGLAS
      *    DEL VIVO; LA LECTURA DE LA APERTURA PISA REG-CLIMOV
       SUMO-UN-CLIHIS.
           MOVE REG-CLIHIS TO REG-CLIMOV.
           PERFORM ACUMULO-CLIMOV.
           PERFORM LEO-CLIHIS.
      *
       CONTROL-DEUMOV.
           OPEN INPUT DEUHIS.
           OPEN INPUT DEUMOV.
           IF ST-FILE-DHIS > "07" OR ST-FILE-DMOV > "07"
              DISPLAY "ERROR AL REABRIR LOS JOURNALS" LINE 24 COL 1
              MOVE "CIEANU1"         TO ERRLOG-PROGRAM
              MOVE "CONTROL-DEUMOV"  TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-HISTORICO TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DHIS      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              CLOSE DEUHIS
              CLOSE DEUMOV
              GO TO F-CONTROL-DEUMOV
           END-IF.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO.
           MOVE "N" TO FIN-CUENTAS.
           MOVE LOW-VALUES TO DHIS-CLAVE.
           START DEUHIS KEY IS NOT LESS THAN DHIS-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
           PERFORM LEO-DEUHIS.
           PERFORM CONTROLO-UN-DEUDOR
              UNTIL FIN-CUENTAS = "S".
           CLOSE DEUHIS.
           CLOSE DEUMOV.
       F-CONTROL-DEUMOV.
           EXIT.
      *
       LEO-DEUHIS.
           IF FIN-CUENTAS = "N"
              READ DEUHIS NEXT RECORD
                 AT END MOVE "S" TO FIN-CUENTAS
              END-READ
           END-IF.
      *
       CONTROLO-UN-DEUDOR.
           MOVE DHIS-DEU-ID TO W-DEU-CUENTA.
           MOVE 0 TO W-CANT-CUENTA.
           MOVE 0 TO W-SALDO-CIERRE.
           PERFORM SUMO-UN-DEUHIS
              UNTIL FIN-CUENTAS = "S"
                 OR DHIS-DEU-ID NOT = W-DEU-CUENTA.
           MOVE 0 TO W-SALDO-APERTURA.
           MOVE W-DEU-CUENTA     TO DMOV-DEU-ID.
           MOVE W-FECHA-APERTURA TO DMOV-FECHA.
           MOVE 0                TO DMOV-SECUENCIA.
           READ DEUMOV
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF DMOV-APERTURA
                    MOVE DMOV-IMPORTE TO W-SALDO-APERTURA
                 END-IF
           END-READ.
           MOVE W-DEU-CUENTA TO L-DET-CUENTA.
           PERFORM IMPRIMO-CONTROL.
      *
       SUMO-UN-DEUHIS.
           MOVE REG-DEUHIS TO REG-DEUMOV.
           PERFORM ACUMULO-DEUMOV.
           PERFORM LEO-DEUHIS.
      *
       IMPRIMO-CONTROL.
           COMPUTE W-DIFERENCIA = W-SALDO-CIERRE - W-SALDO-APERTURA.
           ADD 1                TO W-CANT-CUENTAS.
           ADD W-SALDO-CIERRE   TO W-TOTAL-CIERRE.
           ADD W-SALDO-APERTURA TO W-TOTAL-APERTURA.
           MOVE W-CANT-CUENTA    TO L-DET-CANT.
           MOVE W-SALDO-CIERRE   TO L-DET-CIERRE.
           MOVE W-SALDO-APERTURA TO L-DET-APERTURA.
           MOVE W-DIFERENCIA     TO L-DET-DIFERENCIA.
           MOVE SPACES           TO L-DET-MARCA.
           IF W-DIFERENCIA NOT = 0
              MOVE "** DIFERENCIA" TO L-DET-MARCA
              ADD 1 TO W-CANT-DIFERENCIAS
           END-IF.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       MARCO-TRASPASADO.
           OPEN I-O PERIODOS.
           IF ST-FILE-PER > "07"
              DISPLAY "ERROR AL ABRIR PERIODOS " ST-FILE-PER
                      LINE 24 COL 1
              MOVE "CIEANU1"          TO ERRLOG-PROGRAM
              MOVE "MARCO-TRASPASADO" TO ERRLOG-PARAGRAPH
              MOVE "PERIODOS"         TO ERRLOG-FILENAME
              MOVE SPACES             TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PER        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO HUBO-ERROR
              GO TO F-MARCO-TRASPASADO
           END-IF.
           MOVE W-MODULO       TO PER-MODULO.
           MOVE W-ANOMES-MARCA TO PER-ANOMES.
           SET PER-TRASPASADO  TO TRUE.
           MOVE W-FECHA-HOY    TO PER-FECHA-CIERRE.
           MOVE SIGNON-OPERADOR TO PER-USUARIO.
           WRITE REG-PERIODOS
              INVALID KEY REWRITE REG-PERIODOS
           END-WRITE.
           CLOSE PERIODOS.
       F-MARCO-TRASPASADO.
           EXIT.
      *
       IMPRIMO-TOTALES.
           MOVE GUIONES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF HUBO-ERROR = "S"
              MOVE "TRASPASO INTERRUMPIDO POR ERROR - VER ERRLOG"
                 TO LINEA-LISTADO
              WRITE LINEA-LISTADO
           ELSE
              IF W-CANT-DIFERENCIAS > 0
                 MOVE "HAY DIFERENCIAS: EL ANIO NO SE MARCO TRASPASADO"
                    TO LINEA-LISTADO
                 WRITE LINEA-LISTADO
              END-IF
           END-IF.
           MOVE "MOVIMIENTOS TRASPASADOS:" TO L-CTL-ROTULO.
           MOVE W-CANT-TRASPASADOS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "APERTURAS GRABADAS:"      TO L-CTL-ROTULO.
           MOVE W-CANT-APERTURAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CUENTAS NO TRASPASADAS:"  TO L-CTL-ROTULO.
           MOVE W-CANT-NO-TRASPASADAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CUENTAS CONTROLADAS:"     TO L-CTL-ROTULO.
           MOVE W-CANT-CUENTAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "TOTAL SALDOS DE CIERRE:"  TO L-CTI-ROTULO.
           MOVE W-TOTAL-CIERRE TO L-CTI-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "TOTAL SALDOS DE APERTURA:" TO L-CTI-ROTULO.
           MOVE W-TOTAL-APERTURA TO L-CTI-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "DIFERENCIA TOTAL:"        TO L-CTI-ROTULO.
           COMPUTE L-CTI-IMPORTE = W-TOTAL-CIERRE - W-TOTAL-APERTURA.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "CUENTAS CON DIFERENCIA:"  TO L-CTL-ROTULO.
           MOVE W-CANT-DIFERENCIAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
       END PROGRAM CIEANU1.
