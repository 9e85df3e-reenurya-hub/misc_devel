       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASDEU2.
      *
      *    APROBACION DE CASTIGOS DE DEUDORES INCOBRABLES
      *    PANTALLA DE SUPERVISOR (NIVEL 2) PARA RESOLVER LAS
      *    PROPUESTAS PENDIENTES QUE CARGA COBRANZAS EN CASDEU1.
      *    MUESTRA LAS PENDIENTES; ELEGIDO EL DEUDOR, LA PROPUESTA
      *    SE APRUEBA O SE RECHAZA. QUIEN PROPUSO NO PUEDE APROBAR
      *    SU PROPIA PROPUESTA. AL APROBAR SE CASTIGA EL DEU_SALDO
      *    DEL MOMENTO: EL SALDO QUEDA EN CERO, EL DEUDOR QUEDA
      *    MARCADO COMO CASTIGADO (INTDEU1 YA NO LE COBRA INTERES Y
      *    GFILE02 TOMA SUS PAGOS POSTERIORES COMO RECUPERO) Y EL
      *    IMPORTE SE ASIENTA EN DEUMOV.DAT COMO MOVIMIENTO "K"
      *    (CASTIGO), QUE GLEXTR1 LLEVA A LA CUENTA DE DEUDORES
      *    INCOBRABLES SEGUN GLMAP.DAT. UN PLAN DE PAGO ACTIVO DEL
      *    DEUDOR SE DA DE BAJA. EL CASTIGO NO PUEDE CAER EN UN
      *    PERIODO YA CERRADO CON CIEMES1 (VER PERCTL).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEUDORES ASSIGN TO "./deudores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEU_ID
                  ALTERNATE RECORD KEY DEU_NOMBRE WITH DUPLICATES
                  ALTERNATE RECORD KEY DEU_ALT_2 WITH DUPLICATES
                  STATUS ST-FILE.
           SELECT OPTIONAL CASTIGOS ASSIGN TO "./castigos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAS-CLAVE
                  STATUS ST-FILE-CAS.
           SELECT OPTIONAL DEUMOV ASSIGN TO "./deumov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DMOV-CLAVE
                  STATUS ST-FILE-DMOV.
           SELECT OPTIONAL PLANPAG ASSIGN TO "./planpag.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLN-DEU-ID
                  STATUS ST-FILE-PLN.
       DATA DIVISION.
       FILE SECTION.
       FD DEUDORES.
       01 REG-DEUDORES.
           03 DEU_ID               PIC 9(20).
           03 DEU_NOMBRE           PIC X(60).
           03 DEU_APELLIDO         PIC X(60).
           03 DEU_SALDO            PIC 9(10)V9(2).
           03 DEU_CATEGORIA        PIC X.
           03 DEU_ALT_2.
               05 DEU_CATEGORIA_2  PIC X.
               05 DEU_NOMBRE_2     PIC X(60).
           03 DEU_LIMITE_CREDITO    PIC 9(10)V9(2).
           03 DEU_CASTIGO.
               05 DEU_MARCA_CASTIGO     PIC X.
                  88 DEU_CASTIGADO      VALUE "S".
               05 DEU_FECHA_CASTIGO     PIC 9(8).
               05 DEU_IMPORTE_CASTIGADO PIC 9(10)V9(2).
               05 DEU_IMPORTE_RECUPERADO PIC 9(10)V9(2).
           03 FILLER               PIC X(255).
      *
       FD CASTIGOS.
       01 REG-CASTIGOS.
           03 CAS-CLAVE.
               05 CAS-DEU-ID           PIC 9(20).
               05 CAS-FECHA-PROPUESTA  PIC 9(8).
               05 CAS-SECUENCIA        PIC 9(2).
           03 CAS-MOTIVO               PIC 9(2).
           03 CAS-OBSERVACION          PIC X(40).
           03 CAS-SALDO-PROPUESTO      PIC 9(10)V9(2).
           03 CAS-OPERADOR-PROPONE     PIC X(8).
           03 CAS-ESTADO               PIC X.
              88 CAS-PENDIENTE         VALUE "P".
              88 CAS-APROBADO          VALUE "A".
              88 CAS-RECHAZADO         VALUE "R".
           03 CAS-FECHA-RESOLUCION     PIC 9(8).
           03 CAS-OPERADOR-RESUELVE    PIC X(8).
           03 CAS-IMPORTE-CASTIGADO    PIC 9(10)V9(2).
           03 FILLER                   PIC X(30).
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
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 FILLER               PIC X(30).
      *
       FD PLANPAG.
       01 REG-PLANPAG.
           03 PLN-DEU-ID           PIC 9(20).
           03 PLN-FECHA-ALTA       PIC 9(8).
           03 PLN-IMPORTE-BASE     PIC 9(10)V9(2).
           03 PLN-TASA-INTERES     PIC 9(2)V9(2).
           03 PLN-INTERES          PIC 9(10)V9(2).
           03 PLN-TOTAL            PIC 9(10)V9(2).
           03 PLN-CANT-CUOTAS      PIC 9(3).
           03 PLN-PRIMER-VTO       PIC 9(8).
           03 PLN-ESTADO           PIC X.
              88 PLN-ACTIVO        VALUE "A".
              88 PLN-CANCELADO     VALUE "C".
              88 PLN-CUMPLIDO      VALUE "T".
           03 PLN-FECHA-BAJA       PIC 9(8).
           03 PLN-OPERADOR         PIC X(8).
           03 FILLER               PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CAS             PIC XX.
       01  ST-FILE-DMOV            PIC XX.
       01  ST-FILE-PLN             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  FIN-CASTIGOS            PIC X.
       01  HAY-PENDIENTE           PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA                PIC X.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-GRABO        PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-DEU-ID                PIC 9(20).
       01  W-DEU-ID-Z              PIC Z(19)9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-IMPORTE-Z             PIC Z(9)9,99.
       01  W-IMPORTE-CASTIGO       PIC 9(10)V9(2).
       01  W-LINEA                 PIC 99.
       01  W-MAX-LINEA             PIC 99 VALUE 12.
      *
      *    MOTIVOS DE CASTIGO (LOS MISMOS EN CASDEU1 Y RPTDEB05)
       01  W-MOTIVOS-VALORES.
           03  FILLER              PIC X(30) VALUE
               "INSOLVENCIA DEL DEUDOR".
           03  FILLER              PIC X(30) VALUE
               "CONCURSO O QUIEBRA".
           03  FILLER              PIC X(30) VALUE
               "FALLECIMIENTO SIN SUCESION".
           03  FILLER              PIC X(30) VALUE
               "DEUDOR INUBICABLE".
           03  FILLER              PIC X(30) VALUE
               "DEUDA PRESCRIPTA".
           03  FILLER              PIC X(30) VALUE
               "COBRO ANTIECONOMICO".
       01  W-MOTIVOS-TABLA REDEFINES W-MOTIVOS-VALORES.
           03  W-MOTIVO-DESC       PIC X(30) OCCURS 6 TIMES.
       01  W-MAX-MOTIVOS           PIC 99 VALUE 6.
       01  W-MOTIVO-TEXTO          PIC X(30).
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
           COPY "PERCTL.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
      *    LA PANTALLA NO SE MUESTRA SIN IDENTIFICACION Y NIVEL
      *    SUFICIENTE (VER SIGNON)
           MOVE "CASDEU2" TO SIGNON-PROGRAM.
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
           OPEN I-O DEUDORES.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR DEUDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "CASDEU2"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O CASTIGOS.
           IF ST-FILE-CAS = "35"
              OPEN OUTPUT CASTIGOS
              CLOSE CASTIGOS
              OPEN I-O CASTIGOS
           END-IF.
           IF ST-FILE-CAS > "07"
              STRING "ERROR AL ABRIR CASTIGOS " ST-FILE-CAS
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "CASDEU2"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "CASTIGOS"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CAS    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O DEUMOV.
           IF ST-FILE-DMOV = "35"
              OPEN OUTPUT DEUMOV
              CLOSE DEUMOV
              OPEN I-O DEUMOV
           END-IF.
           OPEN I-O PLANPAG.
           IF ST-FILE-PLN = "35"
              OPEN OUTPUT PLANPAG
              CLOSE PLANPAG
              OPEN I-O PLANPAG
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE DEUDORES.
           CLOSE CASTIGOS.
           CLOSE DEUMOV.
           CLOSE PLANPAG.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES.
           PERFORM INGRESO-DEUDOR THRU F-INGRESO-DEUDOR.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM BUSCO-PENDIENTE THRU F-BUSCO-PENDIENTE.
           IF HAY-PENDIENTE = "N"
              DISPLAY "EL DEUDOR NO TIENE PROPUESTA PENDIENTE"
                      LINE 24 COL 1
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
           PERFORM MUESTRO-PROPUESTA.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Aprobacion de Castigos de Deudores" LINE 2 COL 23
                   GUIONES                      LINE 3  COL 1
                   "Id Deudor (0=Salir): "      LINE 4  COL 5
                   "PROPUESTAS PENDIENTES"      LINE 6  COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
      *
      *    LAS PENDIENTES, HASTA DONDE ENTRAN EN PANTALLA
       LISTO-PENDIENTES.
           MOVE 7   TO W-LINEA.
           MOVE "N" TO FIN-CASTIGOS.
           MOVE LOW-VALUES TO CAS-CLAVE.
           START CASTIGOS KEY IS NOT LESS THAN CAS-CLAVE
              INVALID KEY MOVE "S" TO FIN-CASTIGOS
           END-START.
           PERFORM LISTO-UNA-PENDIENTE THRU F-LISTO-UNA-PENDIENTE
              UNTIL FIN-CASTIGOS = "S".
       F-LISTO-PENDIENTES.
           EXIT.
      *
       LISTO-UNA-PENDIENTE.
           READ CASTIGOS NEXT RECORD
              AT END MOVE "S" TO FIN-CASTIGOS
           END-READ.
           IF FIN-CASTIGOS = "S" GO TO F-LISTO-UNA-PENDIENTE.
           IF NOT CAS-PENDIENTE GO TO F-LISTO-UNA-PENDIENTE.
           IF W-LINEA > W-MAX-LINEA
              DISPLAY "(HAY MAS)" LINE W-LINEA COL 5
              MOVE "S" TO FIN-CASTIGOS
              GO TO F-LISTO-UNA-PENDIENTE
           END-IF.
           MOVE CAS-DEU-ID          TO W-DEU-ID-Z.
           MOVE CAS-SALDO-PROPUESTO TO W-IMPORTE-Z.
           DISPLAY W-DEU-ID-Z           LINE W-LINEA COL 5
                   CAS-FECHA-PROPUESTA  LINE W-LINEA COL 27
                   W-IMPORTE-Z          LINE W-LINEA COL 37
                   CAS-OPERADOR-PROPONE LINE W-LINEA COL 52
                   CAS-MOTIVO           LINE W-LINEA COL 62.
           ADD 1 TO W-LINEA.
       F-LISTO-UNA-PENDIENTE.
           EXIT.
      *
       INGRESO-DEUDOR.
           ACCEPT W-DEU-ID LINE 4 COL 27 PROMPT.
           IF W-DEU-ID = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-DEUDOR
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE W-DEU-ID TO DEU_ID.
           READ DEUDORES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "DEUDOR INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-DEUDOR
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-DEU-ID TO W-DEU-ID-Z.
           DISPLAY W-DEU-ID-Z         LINE 4 COL 27
                   DEU_APELLIDO(1:30) LINE 5 COL 5
                   DEU_NOMBRE(1:30)   LINE 5 COL 37.
       F-INGRESO-DEUDOR.
           EXIT.
      *
       BUSCO-PENDIENTE.
           MOVE "N" TO HAY-PENDIENTE.
           MOVE "N" TO FIN-CASTIGOS.
           MOVE W-DEU-ID TO CAS-DEU-ID.
           MOVE 0        TO CAS-FECHA-PROPUESTA.
           MOVE 0        TO CAS-SECUENCIA.
           START CASTIGOS KEY IS NOT LESS THAN CAS-CLAVE
              INVALID KEY MOVE "S" TO FIN-CASTIGOS
           END-START.
           PERFORM LEO-UNA-PROPUESTA THRU F-LEO-UNA-PROPUESTA
              UNTIL FIN-CASTIGOS = "S".
       F-BUSCO-PENDIENTE.
           EXIT.
      *
       LEO-UNA-PROPUESTA.
           READ CASTIGOS NEXT RECORD
              AT END MOVE "S" TO FIN-CASTIGOS
           END-READ.
           IF FIN-CASTIGOS = "S" GO TO F-LEO-UNA-PROPUESTA.
           IF CAS-DEU-ID NOT = W-DEU-ID
              MOVE "S" TO FIN-CASTIGOS
              GO TO F-LEO-UNA-PROPUESTA
           END-IF.
           IF CAS-PENDIENTE
              MOVE "S" TO HAY-PENDIENTE
              MOVE "S" TO FIN-CASTIGOS
           END-IF.
       F-LEO-UNA-PROPUESTA.
           EXIT.
      *
       MUESTRO-PROPUESTA.
           DISPLAY " " LINE 6 COL 1 ERASE EOS.
           IF CAS-MOTIVO > 0 AND CAS-MOTIVO NOT > W-MAX-MOTIVOS
              MOVE W-MOTIVO-DESC(CAS-MOTIVO) TO W-MOTIVO-TEXTO
           ELSE
              MOVE "** MOTIVO DESCONOCIDO **" TO W-MOTIVO-TEXTO
           END-IF.
           MOVE CAS-SALDO-PROPUESTO TO W-IMPORTE-Z.
           DISPLAY "Propuesta del  : "  LINE 7  COL 5
                   CAS-FECHA-PROPUESTA  LINE 7  COL 22
                   "por "               LINE 7  COL 32
                   CAS-OPERADOR-PROPONE LINE 7  COL 36
                   "Motivo         : "  LINE 9  COL 5
                   CAS-MOTIVO           LINE 9  COL 22
                   W-MOTIVO-TEXTO       LINE 9  COL 26
                   "Observacion    : "  LINE 10 COL 5
                   CAS-OBSERVACION      LINE 10 COL 22
                   "Saldo propuesto: "  LINE 12 COL 5
                   W-IMPORTE-Z          LINE 12 COL 22.
           MOVE DEU_SALDO TO W-IMPORTE-Z.
           DISPLAY "Saldo actual   : "  LINE 13 COL 5
                   W-IMPORTE-Z          LINE 13 COL 22
                   "OPCION [   ]    : " LINE 21 COL 30
                   GUIONES              LINE 22 COL 1.
           IF DEU_SALDO NOT = CAS-SALDO-PROPUESTO
              DISPLAY "EL SALDO CAMBIO DESDE LA PROPUESTA"
                      LINE 13 COL 40
           END-IF.
      *
       OPCIONES.
           DISPLAY "[01 - APROBAR] [02 - RECHAZAR]" LINE 23 COL 1
                   "[77  - SALIR]"                  LINE 23 COL 34.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           EVALUATE OPCION
            WHEN 1
                PERFORM APRUEBO THRU F-APRUEBO
            WHEN 2
                PERFORM RECHAZO THRU F-RECHAZO
            WHEN 77
                MOVE "S" TO FIN
            WHEN OTHER
                GO TO OPCIONES
           END-EVALUATE.
      *
       APRUEBO.
           IF CAS-OPERADOR-PROPONE = SIGNON-OPERADOR
              DISPLAY "NO PUEDE APROBAR SU PROPIA PROPUESTA"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           IF DEU_SALDO = 0
              DISPLAY "DEUDOR SIN SALDO - RECHACE LA PROPUESTA"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           MOVE "DEU" TO PERCTL-MODULO.
           MOVE W-FECHA-HOY TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              DISPLAY "PERIODO CERRADO - NO SE CASTIGA"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-APRUEBO
           END-IF.
      *    LOS REGISTROS ANTERIORES A LA MARCA DE CASTIGO TRAEN
      *    ESPACIOS EN LOS IMPORTES; SE TOMAN COMO CERO
           IF NOT DEU_CASTIGADO
              OR DEU_IMPORTE_CASTIGADO IS NOT NUMERIC
              MOVE 0 TO DEU_IMPORTE_CASTIGADO
           END-IF.
           IF DEU_IMPORTE_RECUPERADO IS NOT NUMERIC
              MOVE 0 TO DEU_IMPORTE_RECUPERADO
           END-IF.
           MOVE DEU_SALDO   TO W-IMPORTE-CASTIGO.
           ADD W-IMPORTE-CASTIGO TO DEU_IMPORTE_CASTIGADO.
           MOVE 0           TO DEU_SALDO.
           SET DEU_CASTIGADO TO TRUE.
           MOVE W-FECHA-HOY TO DEU_FECHA_CASTIGO.
       REGRABO-DEUDOR.
           REWRITE REG-DEUDORES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-GRABO
              IF REINTENTOS-GRABO > MAX-REINTENTOS
                 DISPLAY "REGISTRO EN USO, INTENTE MAS TARDE"
                         LINE 24 COL 1
                 MOVE 0 TO REINTENTOS-GRABO
                 GO TO F-APRUEBO
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-DEUDOR
           END-IF.
           MOVE 0 TO REINTENTOS-GRABO.
           IF ST-FILE > "07"
              STRING "ERROR AL REGRABAR DEUDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "CASDEU2"   TO ERRLOG-PROGRAM
              MOVE "APRUEBO"   TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"  TO ERRLOG-FILENAME
              MOVE DEU_ID       TO ERRLOG-KEYVALUE
              MOVE ST-FILE      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-APRUEBO
           END-IF.
           PERFORM GRABO-MOVIMIENTO-CASTIGO
              THRU F-GRABO-MOVIMIENTO-CASTIGO.
           SET CAS-APROBADO TO TRUE.
           MOVE W-IMPORTE-CASTIGO TO CAS-IMPORTE-CASTIGADO.
           PERFORM RESUELVO-PROPUESTA.
           PERFORM CANCELO-PLAN.
           DISPLAY "CASTIGO APROBADO Y ASENTADO" LINE 24 COL 1.
       F-APRUEBO.
           EXIT.
      *
       GRABO-MOVIMIENTO-CASTIGO.
           INITIALIZE REG-DEUMOV.
           MOVE W-FECHA-HOY       TO DMOV-FECHA.
           ACCEPT DMOV-HORA FROM TIME.
           MOVE DEU_ID            TO DMOV-DEU-ID.
           MOVE 1                 TO DMOV-SECUENCIA.
           SET DMOV-CASTIGO       TO TRUE.
           MOVE W-IMPORTE-CASTIGO TO DMOV-IMPORTE.
           MOVE DEU_SALDO         TO DMOV-SALDO-DESPUES.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-DMOV-CLAVE.
           WRITE REG-DEUMOV.
           IF ST-FILE-DMOV = "22"
              ADD 1 TO DMOV-SECUENCIA
              GO TO GRABO-DMOV-CLAVE
           END-IF.
           IF ST-FILE-DMOV > "07"
              MOVE "CASDEU2"                  TO ERRLOG-PROGRAM
              MOVE "GRABO-MOVIMIENTO-CASTIGO" TO ERRLOG-PARAGRAPH
              MOVE "DEUMOV"                   TO ERRLOG-FILENAME
              MOVE DEU_ID                      TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DMOV                TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABO-MOVIMIENTO-CASTIGO.
           EXIT.
      *
      *    SIN SALDO NO QUEDA NADA QUE FINANCIAR: EL PLAN ACTIVO SE
      *    DA DE BAJA COMO SI LO CANCELARA COBRANZAS EN MNTPLN1
       CANCELO-PLAN.
           MOVE DEU_ID TO PLN-DEU-ID.
           READ PLANPAG
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PLN-ACTIVO
                    SET PLN-CANCELADO TO TRUE
                    MOVE W-FECHA-HOY     TO PLN-FECHA-BAJA
                    MOVE SIGNON-OPERADOR TO PLN-OPERADOR
                    REWRITE REG-PLANPAG
                 END-IF
           END-READ.
      *
       RECHAZO.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-RECHAZO
           END-IF.
           SET CAS-RECHAZADO TO TRUE.
           MOVE 0 TO CAS-IMPORTE-CASTIGADO.
           PERFORM RESUELVO-PROPUESTA.
           DISPLAY "PROPUESTA RECHAZADA" LINE 24 COL 1.
       F-RECHAZO.
           EXIT.
      *
       RESUELVO-PROPUESTA.
           MOVE W-FECHA-HOY     TO CAS-FECHA-RESOLUCION.
           MOVE SIGNON-OPERADOR TO CAS-OPERADOR-RESUELVE.
           REWRITE REG-CASTIGOS.
           IF ST-FILE-CAS > "07"
              STRING "ERROR AL REGRABAR CASTIGOS " ST-FILE-CAS
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "CASDEU2"            TO ERRLOG-PROGRAM
              MOVE "RESUELVO-PROPUESTA" TO ERRLOG-PARAGRAPH
              MOVE "CASTIGOS"           TO ERRLOG-FILENAME
              MOVE CAS-DEU-ID            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CAS           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       CONFIRMO.
           DISPLAY "CONFIRMA (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA LINE 24 COL 18.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       END PROGRAM CASDEU2.
