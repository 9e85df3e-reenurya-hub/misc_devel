       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCLI2.
      *
      *    APROBACION DE DEVOLUCIONES DE SALDOS A FAVOR DE CLIENTES
      *    PANTALLA DE SUPERVISOR (NIVEL 2) PARA RESOLVER LAS
      *    PROPUESTAS PENDIENTES QUE DEJA EL LISTADO SEMANAL DEVCLI1
      *    EN DEVOLUC.DAT. MUESTRA LAS PENDIENTES; ELEGIDO EL
      *    CLIENTE, LA PROPUESTA SE APRUEBA O SE RECHAZA. AL APROBAR
      *    SE DEVUELVE EL SALDO A FAVOR DEL MOMENTO:
      *      - SE ASIENTA EN CLIMOV.DAT UN DEBITO "D" POR TODO EL
      *        SALDO, MARCADO COMO DEVOLUCION (MOV-TIPO-DOC "V") PARA
      *        QUE GLEXTR1 LO LLEVE A LA CUENTA DE DEVOLUCIONES A
      *        PAGAR, Y CLI_SALDO QUEDA EN CERO;
      *      - SE GENERA UN COMPROBANTE ABIERTO EN PROVVOU.DAT
      *        (NUMERO "NEXTVOU" DE PROVCTL.DAT, COMO EN SFTVOU1) A
      *        NOMBRE DEL PROVEEDOR DE DEVOLUCIONES A CLIENTES, CON
      *        EL NUMERO DE CLIENTE EN VOU-CUST-ID, Y SE SUMA AL
      *        SALDO DE ESE PROVEEDOR EN IDFPROVS.DAT. CUENTAS A
      *        PAGAR LO PAGA EN SFTPAY1 COMO A CUALQUIER COMPROBANTE:
      *        EL CHEQUE SALE A NOMBRE DEL CLIENTE, CON LA MISMA
      *        NUMERACION, REGISTRO DE CHEQUES Y PROVPAY.JRN. EL
      *        COMPROBANTE LLEVA EL OPERADOR QUE APROBO Y LA FECHA Y
      *        HORA; ESE OPERADOR NO PUEDE PAGARLO EN SFTPAY1.
      *    CUENTAS A PAGAR TRABAJA EN UNIDADES ENTERAS: EL
      *    COMPROBANTE ES EL SALDO REDONDEADO A LA UNIDAD. EL
      *    PROVEEDOR DE DEVOLUCIONES SE TOMA DE DEVCLI2.PRM (UNA
      *    LINEA, EL NUMERO DE PROVEEDOR); SIN EL NO SE APRUEBA.
      *    LA DEVOLUCION NO PUEDE CAER EN UN PERIODO YA CERRADO CON
      *    CIEMES1 NI PARA CLIENTES NI PARA PROVEEDORES (VER PERCTL).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE.
           SELECT OPTIONAL DEVOLUC ASSIGN TO "./devoluc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DEV-CLAVE
           STATUS ST-FILE-DEV.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
           SELECT IDFPROVS ASSIGN TO "IDFPROVS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IDFPROV-ID
           ALTERNATE RECORD KEY IS IDFPROV-DESC WITH DUPLICATES
           STATUS ST-FILE-PRV.
           SELECT OPTIONAL PROVVOU ASSIGN TO "PROVVOU.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VOU-NUMBER
           STATUS ST-FILE-VOU.
           SELECT OPTIONAL PROVCTL ASSIGN TO "PROVCTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CTL-KEY
           STATUS ST-FILE-CTL.
           SELECT LFPARM ASSIGN TO "DEVCLI2.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTES.
           03  ID_CLIENTE.
              05   CLI_ID          PIC 9(7).
           03  CLI_SALDO           PIC S9(7)V9(3).
           03  CLI_NOMBRE          PIC X(70).
           03  CLI_DIRECCION       PIC X(80).
           03  CLI_CODPOST         PIC X(10).
           03  CLI_CATEGORIA       PIC X.
           03  CLI_ALT_2.
               05  CLI_CATEGORIA_2 PIC X.
               05  CLI_NOMBRE_2    PIC X(60).
           03  CLI_ESTADO          PIC X.
              88  CLI-ACTIVO       VALUE "A".
              88  CLI-INACTIVO     VALUE "I".
           03  CLI_ULT_ACTIVIDAD   PIC 9(8).
           03  CLI_MONEDA          PIC X(3).
           03  CLI_SALDO_ME        PIC S9(7)V9(3).
           03  FILLER              PIC X(218).
      *
       FD DEVOLUC.
       01 REG-DEVOLUC.
           03 DEV-CLAVE.
               05 DEV-CLI-ID           PIC 9(7).
               05 DEV-FECHA-PROPUESTA  PIC 9(8).
               05 DEV-SECUENCIA        PIC 9(2).
           03 DEV-SALDO-PROPUESTO      PIC S9(7)V9(3).
           03 DEV-ULT-ACTIVIDAD        PIC 9(8).
           03 DEV-DIAS                 PIC 9(5).
           03 DEV-ESTADO               PIC X.
              88 DEV-PENDIENTE         VALUE "P".
              88 DEV-APROBADA          VALUE "A".
              88 DEV-RECHAZADA         VALUE "R".
           03 DEV-FECHA-RESOLUCION     PIC 9(8).
           03 DEV-OPERADOR-RESUELVE    PIC X(8).
           03 DEV-IMPORTE-DEVUELTO     PIC S9(7)V9(3).
           03 DEV-COMPROBANTE          PIC 9(8).
           03 FILLER                   PIC X(30).
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
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
      *       EL DEBITO DE UNA DEVOLUCION LLEVA "V" EN MOV-TIPO-DOC
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-NOTA-CREDITO VALUE "N".
              88  MOV-DOC-DEVOLUCION   VALUE "V".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
       FD IDFPROVS.
       01 REG-IDFPROVS.
           03 IDFPROV-ID             PIC 9(10).
           03 IDFPROV-DESC           PIC X(40).
           03 IDFPROV-BAL            PIC 9(10).
           03 IDFPROV-RESTO          PIC X(144).
      *
       FD PROVVOU.
       01 PROVVOU-RECORD.
           03 VOU-NUMBER             PIC 9(8).
           03 VOU-PROV-ID            PIC 9(10).
           03 VOU-INV-NUMBER         PIC X(15).
           03 VOU-INV-DATE           PIC 9(8).
           03 VOU-DUE-DATE           PIC 9(8).
           03 VOU-AMOUNT             PIC 9(10).
           03 VOU-PAID               PIC 9(10).
           03 VOU-STATUS             PIC X(1).
              88 VOU-OPEN            VALUE "O".
              88 VOU-PAID-UP         VALUE "P".
           03 VOU-PO-NUMBER          PIC 9(8).
           03 VOU-HOLD               PIC X(1).
           03 VOU-RELEASED-BY        PIC X(8).
           03 VOU-DISC-PCT           PIC 9(2)V9(2).
           03 VOU-DISC-DATE          PIC 9(8).
           03 VOU-DISC-TAKEN         PIC 9(10).
           03 VOU-NET                PIC 9(10).
           03 VOU-IVA-RATE           PIC 9(2)V9(2).
           03 VOU-IVA                PIC 9(10).
           03 VOU-CUST-ID            PIC 9(7).
           03 VOU-ENTERED-BY         PIC X(8).
           03 VOU-ENTERED-DATE       PIC 9(8).
           03 VOU-ENTERED-TIME       PIC 9(6).
           03 FILLER                 PIC X(38).
      *
       FD PROVCTL.
       01 PROVCTL-RECORD.
           03 CTL-KEY                PIC X(8).
           03 CTL-NEXT-NBR           PIC 9(8).
      *
       FD LFPARM.
       01 PARM-RECORD              PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-DEV             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-PRV             PIC XX.
       01  ST-FILE-VOU             PIC XX.
       01  ST-FILE-CTL             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  FIN-DEVOLUC             PIC X.
       01  HAY-PENDIENTE           PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA                PIC X.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-GRABO        PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-CLI-ID                PIC 9(7).
       01  W-CLI-ID-Z              PIC Z(6)9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-IMPORTE-Z             PIC -(7)9,999.
       01  W-COMPROBANTE-Z         PIC Z(9)9.
       01  W-IMPORTE-DEVOLUCION    PIC S9(7)V9(3).
       01  W-IMPORTE-COMPROBANTE   PIC 9(10).
       01  W-PROV-DEVOLUCIONES     PIC 9(10) VALUE 0.
       01  W-VOU-NUMBER            PIC 9(8).
      *    ACCEPT FROM TIME DA HHMMSSCC; SE GUARDA HHMMSS
       01  W-HORA-8                PIC 9(8).
       01  W-HORA-R  REDEFINES W-HORA-8.
           03  W-HORA-6            PIC 9(6).
           03  FILLER              PIC 9(2).
       01  NUMERO-ASIGNADO         PIC X.
       01  W-LINEA                 PIC 99.
       01  W-MAX-LINEA             PIC 99 VALUE 16.
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
           MOVE "DEVCLI2" TO SIGNON-PROGRAM.
           MOVE 2          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEO-PARAMETRO.
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       LEO-PARAMETRO.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RECORD IS NUMERIC
                       MOVE PARM-RECORD TO W-PROV-DEVOLUCIONES
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       ABRO-ARCHIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR CLIENTES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "DEVCLI2"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O DEVOLUC.
           IF ST-FILE-DEV = "35"
              OPEN OUTPUT DEVOLUC
              CLOSE DEVOLUC
              OPEN I-O DEVOLUC
           END-IF.
           IF ST-FILE-DEV > "07"
              STRING "ERROR AL ABRIR DEVOLUC " ST-FILE-DEV
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "DEVCLI2"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "DEVOLUC"      TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEV    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O CLIMOV.
           IF ST-FILE-MOV = "35"
              OPEN OUTPUT CLIMOV
              CLOSE CLIMOV
              OPEN I-O CLIMOV
           END-IF.
           OPEN I-O IDFPROVS.
           IF ST-FILE-PRV > "07"
              STRING "ERROR AL ABRIR IDFPROVS " ST-FILE-PRV
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 12 COL 20
              MOVE "DEVCLI2"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "IDFPROVS.DAT" TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRV    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O PROVVOU.
           IF ST-FILE-VOU = "35"
              OPEN OUTPUT PROVVOU
              CLOSE PROVVOU
              OPEN I-O PROVVOU
           END-IF.
           OPEN I-O PROVCTL.
           IF ST-FILE-CTL = "35"
              OPEN OUTPUT PROVCTL
              CLOSE PROVCTL
              OPEN I-O PROVCTL
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE DEVOLUC.
           CLOSE CLIMOV.
           CLOSE IDFPROVS.
           CLOSE PROVVOU.
           CLOSE PROVCTL.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM LISTO-PENDIENTES THRU F-LISTO-PENDIENTES.
           PERFORM INGRESO-CLIENTE THRU F-INGRESO-CLIENTE.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM BUSCO-PENDIENTE THRU F-BUSCO-PENDIENTE.
           IF HAY-PENDIENTE = "N"
              DISPLAY "EL CLIENTE NO TIENE PROPUESTA PENDIENTE"
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
           DISPLAY "Devolucion de Saldos a Favor" LINE 2 COL 26
                   GUIONES                      LINE 3  COL 1
                   "Id Cliente (0=Salir): "     LINE 4  COL 5
                   "PROPUESTAS PENDIENTES"      LINE 6  COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
      *
      *    LAS PENDIENTES, HASTA DONDE ENTRAN EN PANTALLA
       LISTO-PENDIENTES.
           MOVE 7   TO W-LINEA.
           MOVE "N" TO FIN-DEVOLUC.
           MOVE LOW-VALUES TO DEV-CLAVE.
           START DEVOLUC KEY IS NOT LESS THAN DEV-CLAVE
              INVALID KEY MOVE "S" TO FIN-DEVOLUC
           END-START.
           PERFORM LISTO-UNA-PENDIENTE THRU F-LISTO-UNA-PENDIENTE
              UNTIL FIN-DEVOLUC = "S".
       F-LISTO-PENDIENTES.
           EXIT.
      *
       LISTO-UNA-PENDIENTE.
           READ DEVOLUC NEXT RECORD
              AT END MOVE "S" TO FIN-DEVOLUC
           END-READ.
           IF FIN-DEVOLUC = "S" GO TO F-LISTO-UNA-PENDIENTE.
           IF NOT DEV-PENDIENTE GO TO F-LISTO-UNA-PENDIENTE.
           IF W-LINEA > W-MAX-LINEA
              DISPLAY "(HAY MAS)" LINE W-LINEA COL 5
              MOVE "S" TO FIN-DEVOLUC
              GO TO F-LISTO-UNA-PENDIENTE
           END-IF.
           MOVE DEV-CLI-ID          TO W-CLI-ID-Z.
           MOVE DEV-SALDO-PROPUESTO TO W-IMPORTE-Z.
           DISPLAY W-CLI-ID-Z           LINE W-LINEA COL 5
                   DEV-FECHA-PROPUESTA  LINE W-LINEA COL 15
                   W-IMPORTE-Z          LINE W-LINEA COL 25
                   DEV-DIAS             LINE W-LINEA COL 40
                   "DIAS"               LINE W-LINEA COL 46.
           ADD 1 TO W-LINEA.
       F-LISTO-UNA-PENDIENTE.
           EXIT.
      *
       INGRESO-CLIENTE.
           ACCEPT W-CLI-ID LINE 4 COL 28 PROMPT.
           IF W-CLI-ID = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-CLIENTE
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "CLIENTE INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-CLIENTE
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z         LINE 4 COL 28
                   CLI_NOMBRE(1:60)   LINE 5 COL 5.
       F-INGRESO-CLIENTE.
           EXIT.
      *
       BUSCO-PENDIENTE.
           MOVE "N" TO HAY-PENDIENTE.
           MOVE "N" TO FIN-DEVOLUC.
           MOVE W-CLI-ID TO DEV-CLI-ID.
           MOVE 0        TO DEV-FECHA-PROPUESTA.
           MOVE 0        TO DEV-SECUENCIA.
           START DEVOLUC KEY IS NOT LESS THAN DEV-CLAVE
              INVALID KEY MOVE "S" TO FIN-DEVOLUC
           END-START.
           PERFORM LEO-UNA-PROPUESTA THRU F-LEO-UNA-PROPUESTA
              UNTIL FIN-DEVOLUC = "S".
       F-BUSCO-PENDIENTE.
           EXIT.
      *
       LEO-UNA-PROPUESTA.
           READ DEVOLUC NEXT RECORD
              AT END MOVE "S" TO FIN-DEVOLUC
           END-READ.
           IF FIN-DEVOLUC = "S" GO TO F-LEO-UNA-PROPUESTA.
           IF DEV-CLI-ID NOT = W-CLI-ID
              MOVE "S" TO FIN-DEVOLUC
              GO TO F-LEO-UNA-PROPUESTA
           END-IF.
           IF DEV-PENDIENTE
              MOVE "S" TO HAY-PENDIENTE
              MOVE "S" TO FIN-DEVOLUC
           END-IF.
       F-LEO-UNA-PROPUESTA.
           EXIT.
      *
       MUESTRO-PROPUESTA.
           DISPLAY " " LINE 6 COL 1 ERASE EOS.
           MOVE DEV-SALDO-PROPUESTO TO W-IMPORTE-Z.
           DISPLAY "Propuesta del  : "  LINE 7  COL 5
                   DEV-FECHA-PROPUESTA  LINE 7  COL 22
                   "Ult. actividad : "  LINE 9  COL 5
                   DEV-ULT-ACTIVIDAD    LINE 9  COL 22
                   DEV-DIAS             LINE 9  COL 32
                   "dias sin movim."    LINE 9  COL 38
                   "Saldo propuesto: "  LINE 12 COL 5
                   W-IMPORTE-Z          LINE 12 COL 22.
           MOVE CLI_SALDO TO W-IMPORTE-Z.
           DISPLAY "Saldo actual   : "  LINE 13 COL 5
                   W-IMPORTE-Z          LINE 13 COL 22
                   "OPCION [   ]    : " LINE 21 COL 30
                   GUIONES              LINE 22 COL 1.
           IF CLI_SALDO NOT = DEV-SALDO-PROPUESTO
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
      *    SE DEVUELVE EL SALDO A FAVOR DEL MOMENTO, NO EL PROPUESTO
       APRUEBO.
           IF CLI_SALDO NOT > 0
              DISPLAY "CLIENTE SIN SALDO A FAVOR - RECHACE LA PROPUESTA"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           MOVE CLI_SALDO TO W-IMPORTE-DEVOLUCION.
           COMPUTE W-IMPORTE-COMPROBANTE ROUNDED = CLI_SALDO.
           IF W-IMPORTE-COMPROBANTE = 0
              DISPLAY "SALDO MENOR A UNA UNIDAD - RECHACE LA PROPUESTA"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           IF W-PROV-DEVOLUCIONES = 0
              DISPLAY "FALTA EL PROVEEDOR DE DEVOLUCIONES (DEVCLI2.PRM)"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           MOVE W-PROV-DEVOLUCIONES TO IDFPROV-ID.
           MOVE "S" TO EXISTE.
           READ IDFPROVS INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "PROVEEDOR DE DEVOLUCIONES INEXISTENTE"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           MOVE "CLI" TO PERCTL-MODULO.
           MOVE W-FECHA-HOY TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              DISPLAY "PERIODO CERRADO - NO SE DEVUELVE"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           MOVE "PRV" TO PERCTL-MODULO.
           MOVE W-FECHA-HOY TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              DISPLAY "PERIODO DE PROVEEDORES CERRADO - NO SE DEVUELVE"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-APRUEBO
           END-IF.
           PERFORM OBTENGO-NUMERO-COMPROBANTE
              THRU F-OBTENGO-NUMERO-COMPROBANTE.
           IF NUMERO-ASIGNADO = "N"
              DISPLAY "NO SE PUDO NUMERAR EL COMPROBANTE (PROVCTL)"
                      LINE 24 COL 1
              GO TO F-APRUEBO
           END-IF.
           SUBTRACT W-IMPORTE-DEVOLUCION FROM CLI_SALDO.
           MOVE W-FECHA-HOY TO CLI_ULT_ACTIVIDAD.
       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-GRABO
              IF REINTENTOS-GRABO > MAX-REINTENTOS
                 DISPLAY "REGISTRO EN USO, INTENTE MAS TARDE"
                         LINE 24 COL 1
                 MOVE 0 TO REINTENTOS-GRABO
                 GO TO F-APRUEBO
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-CLIENTE
           END-IF.
           MOVE 0 TO REINTENTOS-GRABO.
           IF ST-FILE > "07"
              STRING "ERROR AL REGRABAR CLIENTES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "DEVCLI2"   TO ERRLOG-PROGRAM
              MOVE "APRUEBO"   TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"  TO ERRLOG-FILENAME
              MOVE CLI_ID       TO ERRLOG-KEYVALUE
              MOVE ST-FILE      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-APRUEBO
           END-IF.
           PERFORM GRABO-MOVIMIENTO-DEVOLUCION
              THRU F-GRABO-MOVIMIENTO-DEVOLUCION.
           PERFORM GRABO-COMPROBANTE THRU F-GRABO-COMPROBANTE.
           SET DEV-APROBADA TO TRUE.
           MOVE W-IMPORTE-DEVOLUCION TO DEV-IMPORTE-DEVUELTO.
           MOVE W-VOU-NUMBER         TO DEV-COMPROBANTE.
           PERFORM RESUELVO-PROPUESTA.
           MOVE W-VOU-NUMBER TO W-COMPROBANTE-Z.
           DISPLAY "DEVOLUCION APROBADA - COMPROBANTE " LINE 24 COL 1
                   W-COMPROBANTE-Z                      LINE 24 COL 35.
       F-APRUEBO.
           EXIT.
      *
      *    EL NUMERO DE COMPROBANTE SALE DEL CONTROL "NEXTVOU" DE
      *    PROVCTL.DAT, EL MISMO QUE NUMERA LOS DE SFTVOU1; SI EL
      *    CONTROL NO EXISTE TODAVIA SE SIEMBRA EN 1
       OBTENGO-NUMERO-COMPROBANTE.
           MOVE "N" TO NUMERO-ASIGNADO.
           MOVE "NEXTVOU" TO CTL-KEY.
           READ PROVCTL
              INVALID KEY
                 MOVE "NEXTVOU" TO CTL-KEY
                 MOVE 1 TO CTL-NEXT-NBR
                 WRITE PROVCTL-RECORD
                 END-WRITE
           END-READ.
           IF ST-FILE-CTL > "07"
              GO TO F-OBTENGO-NUMERO-COMPROBANTE
           END-IF.
           MOVE CTL-NEXT-NBR TO W-VOU-NUMBER.
           ADD 1 TO CTL-NEXT-NBR.
           REWRITE PROVCTL-RECORD.
           IF ST-FILE-CTL > "07"
              GO TO F-OBTENGO-NUMERO-COMPROBANTE
           END-IF.
           MOVE "S" TO NUMERO-ASIGNADO.
       F-OBTENGO-NUMERO-COMPROBANTE.
           EXIT.
      *
       GRABO-MOVIMIENTO-DEVOLUCION.
           INITIALIZE REG-CLIMOV.
           MOVE W-FECHA-HOY          TO MOV-FECHA.
           ACCEPT MOV-HORA FROM TIME.
           MOVE CLI_ID               TO MOV-ID_CLIENTE.
           MOVE 1                    TO MOV-SECUENCIA.
           SET MOV-DEBITO            TO TRUE.
           MOVE W-IMPORTE-DEVOLUCION TO MOV-IMPORTE.
           MOVE CLI_SALDO            TO MOV-SALDO-RESULT.
           MOVE 0                    TO MOV-DOCUMENTO.
           SET MOV-DOC-DEVOLUCION    TO TRUE.
           MOVE 0                    TO MOV-DOC-REFERENCIA.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-MOV-CLAVE.
           WRITE REG-CLIMOV.
           IF ST-FILE-MOV = "22"
              ADD 1 TO MOV-SECUENCIA
              GO TO GRABO-MOV-CLAVE
           END-IF.
           IF ST-FILE-MOV > "07"
              MOVE "DEVCLI2"                     TO ERRLOG-PROGRAM
              MOVE "GRABO-MOVIMIENTO-DEVOLUCION" TO ERRLOG-PARAGRAPH
              MOVE "CLIMOV"                      TO ERRLOG-FILENAME
              MOVE CLI_ID                         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-MOV                    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABO-MOVIMIENTO-DEVOLUCION.
           EXIT.
      *
      *    EL COMPROBANTE A PAGAR, SIN ORDEN DE COMPRA, SIN RETENCION
      *    NI DESCUENTO, Y EL SALDO DEL PROVEEDOR DE DEVOLUCIONES
       GRABO-COMPROBANTE.
           MOVE SPACES                TO PROVVOU-RECORD.
           MOVE W-VOU-NUMBER          TO VOU-NUMBER.
           MOVE W-PROV-DEVOLUCIONES   TO VOU-PROV-ID.
           STRING "DEVOL.CLI " CLI_ID DELIMITED BY SIZE
              INTO VOU-INV-NUMBER.
           MOVE W-FECHA-HOY           TO VOU-INV-DATE.
           MOVE W-FECHA-HOY           TO VOU-DUE-DATE.
           MOVE W-IMPORTE-COMPROBANTE TO VOU-AMOUNT.
           MOVE 0                     TO VOU-PAID.
           SET VOU-OPEN               TO TRUE.
           MOVE 0                     TO VOU-PO-NUMBER.
           MOVE 0                     TO VOU-DISC-PCT.
           MOVE 0                     TO VOU-DISC-DATE.
           MOVE 0                     TO VOU-DISC-TAKEN.
           MOVE W-IMPORTE-COMPROBANTE TO VOU-NET.
           MOVE 0                     TO VOU-IVA-RATE.
           MOVE 0                     TO VOU-IVA.
           MOVE CLI_ID                TO VOU-CUST-ID.
           MOVE SIGNON-OPERADOR       TO VOU-ENTERED-BY.
           MOVE W-FECHA-HOY           TO VOU-ENTERED-DATE.
           ACCEPT W-HORA-8 FROM TIME.
           MOVE W-HORA-6              TO VOU-ENTERED-TIME.
           WRITE PROVVOU-RECORD.
           IF ST-FILE-VOU > "07"
              STRING "ERROR AL GRABAR PROVVOU " ST-FILE-VOU
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "DEVCLI2"           TO ERRLOG-PROGRAM
              MOVE "GRABO-COMPROBANTE" TO ERRLOG-PARAGRAPH
              MOVE "PROVVOU.DAT"       TO ERRLOG-FILENAME
              MOVE VOU-NUMBER          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-VOU         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABO-COMPROBANTE
           END-IF.
           ADD W-IMPORTE-COMPROBANTE TO IDFPROV-BAL.
           REWRITE REG-IDFPROVS.
           IF ST-FILE-PRV > "07"
              MOVE "DEVCLI2"           TO ERRLOG-PROGRAM
              MOVE "GRABO-COMPROBANTE" TO ERRLOG-PARAGRAPH
              MOVE "IDFPROVS.DAT"      TO ERRLOG-FILENAME
              MOVE IDFPROV-ID          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRV         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABO-COMPROBANTE.
           EXIT.
      *
       RECHAZO.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-RECHAZO
           END-IF.
           SET DEV-RECHAZADA TO TRUE.
           MOVE 0 TO DEV-IMPORTE-DEVUELTO.
           MOVE 0 TO DEV-COMPROBANTE.
           PERFORM RESUELVO-PROPUESTA.
           DISPLAY "PROPUESTA RECHAZADA" LINE 24 COL 1.
       F-RECHAZO.
           EXIT.
      *
       RESUELVO-PROPUESTA.
           MOVE W-FECHA-HOY     TO DEV-FECHA-RESOLUCION.
           MOVE SIGNON-OPERADOR TO DEV-OPERADOR-RESUELVE.
           REWRITE REG-DEVOLUC.
           IF ST-FILE-DEV > "07"
              STRING "ERROR AL REGRABAR DEVOLUC " ST-FILE-DEV
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "DEVCLI2"            TO ERRLOG-PROGRAM
              MOVE "RESUELVO-PROPUESTA" TO ERRLOG-PARAGRAPH
              MOVE "DEVOLUC"            TO ERRLOG-FILENAME
              MOVE DEV-CLI-ID            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEV           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       CONFIRMO.
           DISPLAY "CONFIRMA (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA LINE 24 COL 18.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       END PROGRAM DEVCLI2.
