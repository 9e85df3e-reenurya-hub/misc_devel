       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCLI1.
      *
      *    CONSULTA INTEGRAL DE UN CLIENTE (SOLO LECTURA)
      *    TOMA UN CLI_ID, O BUSCA POR NOMBRE COMO EL ABM DE
      *    FSTRUCT1 (9999999), Y MUESTRA EN UNA SOLA PANTALLA LO QUE
      *    ANTES HABIA QUE BUSCAR EN CUATRO PROGRAMAS:
      *      - EL REGISTRO MAESTRO CON SALDO, MONEDA Y VENDEDOR, Y SI EL
      *        CLIENTE FUE ARCHIVADO A CLIHIST.DAT (ARCHCLI1) O
      *        FUSIONADO EN OTRO POR MRGCLI1 (CLI_FUSIONADO_EN)
      *      - LAS PARTIDAS ABIERTAS DE PENDCLI.DAT CON SU ANTIGUEDAD
      *      - LOS ULTIMOS 20 MOVIMIENTOS DE CLIMOV.DAT, CON SU
      *        DOCUMENTO
      *      - LAS FACTURAS DE FACTURAS.DAT CON SU ESTADO
      *      - LOS CONTACTOS DE CLICONTAC.DAT
      *      - LOS ULTIMOS CAMBIOS ASENTADOS EN CLIENTES_AUD.DAT
      *    EL MAESTRO QUEDA FIJO ARRIBA Y EL RESTO SE PAGINA ABAJO.
      *    TODOS LOS ARCHIVOS SE ABREN SOLO PARA LECTURA: ESTA
      *    PANTALLA NO ACTUALIZA NADA. ALCANZA CON NIVEL 1.
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
           SELECT OPTIONAL CLIHIST ASSIGN TO "./clihist.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HIS_ID_CLIENTE
           STATUS ST-FILE-HIS.
           SELECT OPTIONAL PENDCLI ASSIGN TO "./pendcli.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PND-CLAVE
           STATUS ST-FILE-PND.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FAC-NUMERO
           STATUS ST-FILE-FAC.
           SELECT OPTIONAL CLICONTAC ASSIGN TO "./clicontac.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CON-CLAVE
           STATUS ST-FILE-CON.
           SELECT OPTIONAL AUDCLI ASSIGN TO "./clientes_aud.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-AUD.
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
           03  CLI_FUSIONADO_EN    PIC 9(7).
           03  CLI_VENDEDOR        PIC X(4).
           03  FILLER              PIC X(207).
      *
      *    CLIHIST.DAT GUARDA EL REGISTRO COMPLETO TAL COMO ESTABA
      *    EN CLIENTES.DAT AL MOMENTO DE ARCHIVARLO
       FD CLIHIST.
       01 REG-CLIHIST.
           03  HIS_ID_CLIENTE.
              05   HIS_CLI_ID      PIC 9(7).
           03  HIS_RESTO           PIC X(472).
      *
       FD PENDCLI.
       01 REG-PENDCLI.
           03  PND-CLAVE.
               05  PND-CLI-ID      PIC 9(7).
               05  PND-DOCUMENTO   PIC 9(7).
           03  PND-FECHA           PIC 9(8).
           03  PND-IMPORTE-ORIG    PIC S9(9)V9(3).
           03  PND-IMPORTE-PAGADO  PIC S9(9)V9(3).
           03  PND-ESTADO          PIC X.
              88  PND-ABIERTO      VALUE "A".
              88  PND-CANCELADO    VALUE "C".
           03  FILLER              PIC X(20).
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
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-NOTA-CREDITO VALUE "N".
              88  MOV-DOC-DEVOLUCION   VALUE "V".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
       FD FACTURAS.
       01 REG-FACTURAS.
           03  FAC-NUMERO          PIC 9(7).
           03  FAC-FECHA           PIC 9(8).
           03  FAC-HORA            PIC 9(8).
           03  FAC-ID-CLIENTE      PIC 9(7).
           03  FAC-CANT-ITEMS      PIC 9(2).
           03  FAC-TOTAL           PIC S9(9)V9(3).
           03  FAC-ESTADO          PIC X.
              88  FAC-EMITIDA      VALUE "E".
              88  FAC-ANULADA      VALUE "A".
              88  FAC-ACRED-PARCIAL VALUE "P".
           03  FAC-IMPORTE-ACREDITADO PIC S9(9)V9(3).
           03  FAC-CATEGORIA       PIC X.
           03  FAC-TASA            PIC 9(2)V9(2).
           03  FAC-NETO            PIC S9(9)V9(3).
           03  FAC-IVA             PIC S9(9)V9(3).
           03  FAC-AUT-ESTADO      PIC X.
              88  FAC-SIN-REGIMEN  VALUE " ".
              88  FAC-AUT-PENDIENTE VALUE "P".
              88  FAC-AUT-ENVIADA  VALUE "S".
              88  FAC-AUTORIZADA   VALUE "A".
              88  FAC-AUT-RECHAZADA VALUE "R".
           03  FAC-CAE             PIC 9(14).
           03  FAC-CAE-VTO         PIC 9(8).
           03  FAC-FECHA-AUT       PIC 9(8).
           03  FAC-MOTIVO-RECHAZO  PIC X(40).
           03  FILLER              PIC X(50).
      *
       FD CLICONTAC.
       01 REG-CLICONTAC.
           03  CON-CLAVE.
               05  CON-CLI-ID      PIC 9(7).
               05  CON-SECUENCIA   PIC 9(2).
           03  CON-TIPO            PIC X.
              88  CON-COMERCIAL    VALUE "C".
              88  CON-PAGOS        VALUE "P".
              88  CON-OTRO         VALUE "O".
           03  CON-NOMBRE          PIC X(40).
           03  CON-TELEFONO        PIC X(20).
           03  CON-EMAIL           PIC X(50).
           03  CON-PREFERIDO       PIC X.
      *
       FD AUDCLI.
       01 REG-AUD-CLIENTES.
           03  AUD-FECHA           PIC 9(8).
           03  AUD-HORA            PIC 9(8).
           03  AUD-TIPO            PIC X.
              88  AUD-MODIFICACION VALUE "M".
              88  AUD-BAJA         VALUE "B".
           03  AUD-ID_CLIENTE      PIC 9(7).
           03  AUD-NOMBRE-ANT      PIC X(70).
           03  AUD-NOMBRE-NUEVO    PIC X(70).
           03  AUD-DIRECCION-ANT   PIC X(80).
           03  AUD-DIRECCION-NUEVO PIC X(80).
           03  AUD-CODPOST-ANT     PIC X(10).
           03  AUD-CODPOST-NUEVO   PIC X(10).
           03  AUD-CATEGORIA-ANT   PIC X.
           03  AUD-CATEGORIA-NUEVO PIC X.
           03  AUD-SALDO-ANT       PIC S9(7)V9(3).
           03  AUD-SALDO-NUEVO     PIC S9(7)V9(3).
           03  AUD-USUARIO         PIC X(8).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-HIS             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-CON             PIC XX.
       01  ST-FILE-AUD             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  ARCHIVADO               PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  X                       PIC X.
       01  FIN-LECTURA             PIC X.
       01  FIN-CONSULTA            PIC X.
       01  OPCION-PAGINA           PIC X.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *
       01  W-CLI-ID                PIC 9(07).
       01  W-CLI-ID-Z              PIC Z(07)9.
       01  W-CLI-ID-BUSQUEDA       PIC 9(07) VALUE 9999999.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-JULIANO-HOY           PIC 9(7).
       01  W-DIAS                  PIC S9(5).
      *
      *    BUSQUEDA POR NOMBRE, LA MISMA DE FSTRUCT1
       01  W-NOMBRE-BUSCADO        PIC X(30).
       01  W-LONG-BUSCADO          PIC 9(2).
       01  W-CANT-ESPACIOS         PIC 9(2).
       01  FIN-BUSQUEDA            PIC X.
       01  W-CANT-ENCONTRADOS      PIC 9(3) VALUE 0.
       01  W-LINEA-BUSQUEDA        PIC 99.
      *
       01  W-CLI-SALDO-Z           PIC -(7)9,999.
       01  W-CLI-SALDO-ME-Z        PIC -(7)9,999.
       01  W-FUSIONADO-Z           PIC Z(6)9.
       01  W-SITUACION             PIC X(40).
      *
      *    EL CUERPO DE LA CONSULTA SE ARMA COMO RENGLONES DE TEXTO
      *    Y SE MUESTRA DE A W-RENGLONES-PAGINA POR PAGINA
       01  W-LIN-MAX               PIC 9(3) VALUE 250.
       01  W-CANT-LINEAS           PIC 9(3).
       01  W-TABLA-LINEAS.
           02 W-LINEA-CONSULTA     PIC X(78) OCCURS 250 TIMES.
       01  W-TEXTO                 PIC X(78).
       01  W-RENGLONES-PAGINA      PIC 99 VALUE 13.
       01  W-PAGINA                PIC 9(3).
       01  W-CANT-PAGINAS          PIC 9(3).
       01  W-PAGINA-Z              PIC ZZ9.
       01  W-CANT-PAGINAS-Z        PIC ZZ9.
       01  W-RENGLON               PIC 99.
       01  W-LINEA-PANTALLA        PIC 99.
       01  W-SUB                   PIC 9(3).
      *
       01  W-CANT-PARTIDAS         PIC 9(3).
       01  W-CANT-MOVIMIENTOS      PIC 99.
       01  W-MAX-MOVIMIENTOS       PIC 99 VALUE 20.
       01  W-CANT-FACTURAS         PIC 9(5).
       01  W-CANT-CONTACTOS        PIC 9(3).
      *
      *    LOS ULTIMOS CAMBIOS DEL CLIENTE: EL ARCHIVO DE AUDITORIA
      *    ES SECUENCIAL, ASI QUE SE RECORRE ENTERO GUARDANDO EN
      *    ROTACION LOS W-MAX-CAMBIOS MAS RECIENTES
       01  W-MAX-CAMBIOS           PIC 99 VALUE 10.
       01  W-CANT-CAMBIOS          PIC 9(5).
       01  W-POS-CAMBIO            PIC 99.
       01  W-TABLA-CAMBIOS.
           02 W-CAMBIO OCCURS 10 TIMES.
              03 W-CAM-FECHA       PIC 9(8).
              03 W-CAM-HORA        PIC 9(6).
              03 W-CAM-TIPO        PIC X.
              03 W-CAM-USUARIO     PIC X(8).
              03 W-CAM-CAMPOS      PIC X(24).
              03 W-CAM-SALDO-ANT   PIC S9(7)V9(3).
              03 W-CAM-SALDO-NUEVO PIC S9(7)V9(3).
       01  W-CAMPOS                PIC X(24).
       01  W-PTR                   PIC 99.
      *
       01  L-TITULO.
           03  FILLER              PIC X(4)  VALUE "--- ".
           03  L-TIT-TEXTO         PIC X(50).
       01  L-ENC-PARTIDAS.
           03  FILLER  PIC X(26) VALUE " DOCUM.  FECHA".
           03  FILLER  PIC X(26) VALUE "ORIGINAL        PAGADO".
           03  FILLER  PIC X(20) VALUE "PENDIENTE   DIAS".
       01  L-ENC-MOVIMIENTOS.
           03  FILLER  PIC X(24) VALUE " FECHA   T      IMPORTE".
           03  FILLER  PIC X(24) VALUE "        SALDO   DOCUM.".
       01  L-ENC-FACTURAS.
           03  FILLER  PIC X(26) VALUE " NUMERO  FECHA".
           03  FILLER  PIC X(26) VALUE "TOTAL    ACREDITADO".
           03  FILLER  PIC X(20) VALUE "ESTADO         AUT.".
       01  L-ENC-CAMBIOS.
           03  FILLER  PIC X(31) VALUE " FECHA    HORA     T USUARIO".
           03  FILLER  PIC X(30) VALUE "CAMPOS                  SALDO".
           03  FILLER  PIC X(12) VALUE "ANT.>NUEVO".
       01  L-PARTIDA.
           03  L-PND-DOCUMENTO     PIC Z(6)9.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-PND-FECHA         PIC 9(8).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-PND-ORIGINAL      PIC -(9)9,99.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-PND-PAGADO        PIC -(9)9,99.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-PND-PENDIENTE     PIC -(9)9,99.
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  L-PND-DIAS          PIC -(4)9.
       01  L-MOVIMIENTO.
           03  L-MOV-FECHA         PIC 9(8).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-MOV-TIPO          PIC X.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-MOV-IMPORTE       PIC -(7)9,999.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-MOV-SALDO         PIC -(7)9,999.
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  L-MOV-DOCUMENTO     PIC Z(6)9.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-MOV-DOC-TEXTO     PIC X(20).
       01  L-FACTURA.
           03  L-FAC-NUMERO        PIC Z(6)9.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-FAC-FECHA         PIC 9(8).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-FAC-TOTAL         PIC -(9)9,99.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-FAC-ACREDITADO    PIC -(9)9,99.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-FAC-ESTADO        PIC X(14).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-FAC-AUT           PIC X(12).
       01  L-CONTACTO.
           03  L-CON-TIPO          PIC X(10).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CON-NOMBRE        PIC X(22).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CON-TELEFONO      PIC X(15).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CON-EMAIL         PIC X(24).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CON-PREFERIDO     PIC X(3).
       01  L-CAMBIO.
           03  L-CAM-FECHA         PIC 9(8).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CAM-HORA          PIC 99B99B99.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CAM-TIPO          PIC X.
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CAM-USUARIO       PIC X(8).
           03  FILLER              PIC X     VALUE SPACES.
           03  L-CAM-CAMPOS        PIC X(24).
           03  L-CAM-SALDO-ANT     PIC -(6)9,99.
           03  FILLER              PIC X     VALUE ">".
           03  L-CAM-SALDO-NUEVO   PIC -(6)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE "CONCLI1" TO SIGNON-PROGRAM.
           MOVE 1         TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
      *    TODO SE ABRE INPUT: LA CONSULTA NO GRABA NI REGRABA
       ABRO-ARCHIVO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR CLIENTES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "CONCLI1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT CLIHIST.
           OPEN INPUT PENDCLI.
           OPEN INPUT CLIMOV.
           OPEN INPUT FACTURAS.
           OPEN INPUT CLICONTAC.
      *
       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE CLIHIST.
           CLOSE PENDCLI.
           CLOSE CLIMOV.
           CLOSE FACTURAS.
           CLOSE CLICONTAC.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-ID THRU F-INGRESO-ID.
           IF W-CLI-ID = 0
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES.
           IF EXISTE = "N"
              DISPLAY "CLIENTE INEXISTENTE - ENTER PARA SEGUIR"
                      LINE 24 COL 1
              ACCEPT X
              GO TO F-PROCESO
           END-IF.
           PERFORM MUESTRO-MAESTRO.
           PERFORM ARMO-CONSULTA.
           MOVE 1 TO W-PAGINA.
           MOVE "N" TO FIN-CONSULTA.
           PERFORM MUESTRO-PAGINA THRU F-MUESTRO-PAGINA
              UNTIL FIN-CONSULTA = "S".
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                 LINE 1  COL 1 ERASE EOS.
           DISPLAY "CONSULTA DE CLIENTES" LINE 1 COL 30
                   "OPERADOR: "        LINE 1  COL 60
                   SIGNON-OPERADOR     LINE 1  COL 70
                   GUIONES             LINE 2  COL 1
                   "Id Cliente : "     LINE 3  COL 2
                   "(9999999 = Buscar por Nombre)" LINE 3 COL 25
                   "(0 = Salir)"       LINE 3  COL 60.
      *
       INGRESO-ID.
           ACCEPT  W-CLI-ID   LINE 03 COL 15 PROMPT.
           IF W-CLI-ID = W-CLI-ID-BUSQUEDA
              PERFORM BUSCO-POR-NOMBRE THRU F-BUSCO-POR-NOMBRE
              GO TO INGRESO-ID
           END-IF.
           MOVE    W-CLI-ID   TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z LINE 03 COL 15.
       F-INGRESO-ID.
           EXIT.
      *
      *    MISMA BUSQUEDA POR COMIENZO DE NOMBRE QUE FSTRUCT1: LISTA
      *    LAS COINCIDENCIAS PARA QUE EL OPERADOR TOME EL ID
       BUSCO-POR-NOMBRE.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "BUSQUEDA DE CLIENTES POR NOMBRE" LINE 3 COL 25
                   "Nombre (o comienzo)  : "          LINE 5 COL 10.
           ACCEPT W-NOMBRE-BUSCADO LINE 5 COL 34.
           MOVE 0 TO W-CANT-ESPACIOS.
           INSPECT W-NOMBRE-BUSCADO TALLYING W-CANT-ESPACIOS
                   FOR TRAILING SPACES.
           COMPUTE W-LONG-BUSCADO = 30 - W-CANT-ESPACIOS.
           IF W-LONG-BUSCADO = 0 MOVE 1 TO W-LONG-BUSCADO.
           MOVE 0 TO W-CANT-ENCONTRADOS.
           MOVE 7 TO W-LINEA-BUSQUEDA.
           MOVE "N" TO FIN-BUSQUEDA.
           MOVE SPACES TO CLI_NOMBRE.
           MOVE W-NOMBRE-BUSCADO TO CLI_NOMBRE.
           START CLIENTES KEY IS NOT LESS THAN CLI_NOMBRE
              INVALID KEY MOVE "S" TO FIN-BUSQUEDA
           END-START.
           IF FIN-BUSQUEDA = "N"
              PERFORM MUESTRO-COINCIDENCIA THRU F-MUESTRO-COINCIDENCIA
                 UNTIL FIN-BUSQUEDA = "S"
           END-IF.
           IF W-CANT-ENCONTRADOS = 0
              DISPLAY "NO SE ENCONTRARON COINCIDENCIAS" LINE 20 COL 10
           END-IF.
           DISPLAY "PRESIONE ENTER PARA CONTINUAR" LINE 22 COL 10.
           ACCEPT X.
           PERFORM MUESTRO-PANTALLA.
       F-BUSCO-POR-NOMBRE.
           EXIT.
      *
       MUESTRO-COINCIDENCIA.
           READ CLIENTES NEXT RECORD
              AT END MOVE "S" TO FIN-BUSQUEDA
           END-READ.
           IF FIN-BUSQUEDA = "N"
              IF CLI_NOMBRE(1:W-LONG-BUSCADO) NOT =
                 W-NOMBRE-BUSCADO(1:W-LONG-BUSCADO)
                 MOVE "S" TO FIN-BUSQUEDA
              ELSE
                 ADD 1 TO W-CANT-ENCONTRADOS
                 MOVE ID_CLIENTE TO W-CLI-ID-Z
                 DISPLAY W-CLI-ID-Z    LINE W-LINEA-BUSQUEDA COL 10
                         CLI_NOMBRE(1:40) LINE W-LINEA-BUSQUEDA COL 20
                 ADD 1 TO W-LINEA-BUSQUEDA
                 IF W-LINEA-BUSQUEDA > 19
                    MOVE "S" TO FIN-BUSQUEDA
                 END-IF
              END-IF
           END-IF.
       F-MUESTRO-COINCIDENCIA.
           EXIT.
      *
      *    EL CLIENTE SE BUSCA EN EL ARCHIVO VIVO Y, SI NO ESTA, EN
      *    EL HISTORICO DE ARCHCLI1, QUE TIENE EL MISMO LAYOUT
       LEO-CLIENTES.
           MOVE "S" TO EXISTE.
           MOVE "N" TO ARCHIVADO.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES
              INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF ST-FILE = "99" GO TO LEO-CLIENTES.
           IF ST-FILE > "07" AND ST-FILE NOT = "23"
              STRING "Error leyendo CLientes Status = " ST-FILE
                  DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 23 COL 1
              MOVE "CONCLI1"       TO ERRLOG-PROGRAM
              MOVE "LEO-CLIENTES"  TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"      TO ERRLOG-FILENAME
              MOVE CLI_ID          TO ERRLOG-KEYVALUE
              MOVE ST-FILE         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "N" TO EXISTE
              GO TO F-LEO-CLIENTES
           END-IF.
           IF EXISTE = "S" GO TO F-LEO-CLIENTES.
           IF ST-FILE-HIS > "07" GO TO F-LEO-CLIENTES.
           MOVE W-CLI-ID TO HIS_CLI_ID.
           READ CLIHIST
              INVALID KEY GO TO F-LEO-CLIENTES
           END-READ.
           MOVE REG-CLIHIST TO REG-CLIENTES.
           MOVE "S" TO EXISTE.
           MOVE "S" TO ARCHIVADO.
       F-LEO-CLIENTES.
           EXIT.
      *
      *    EL MAESTRO QUEDA FIJO EN LAS LINEAS 3 A 8
       MUESTRO-MAESTRO.
           MOVE CLI_SALDO    TO W-CLI-SALDO-Z.
           MOVE CLI_SALDO_ME TO W-CLI-SALDO-ME-Z.
           MOVE "VIGENTE" TO W-SITUACION.
           IF CLI-INACTIVO
              MOVE "INACTIVO (BAJA)" TO W-SITUACION
           END-IF.
           IF CLI_FUSIONADO_EN IS NUMERIC AND CLI_FUSIONADO_EN > 0
              MOVE CLI_FUSIONADO_EN TO W-FUSIONADO-Z
              MOVE SPACES TO W-SITUACION
              STRING "FUSIONADO EN EL CLIENTE " W-FUSIONADO-Z
                 DELIMITED BY SIZE INTO W-SITUACION
           END-IF.
           IF ARCHIVADO = "S"
              MOVE "ARCHIVADO EN CLIHIST (ARCHCLI1)" TO W-SITUACION
           END-IF.
           DISPLAY CLI_NOMBRE(1:50)    LINE 3 COL 28
                   "Direccion  : "     LINE 4 COL 2
                   CLI_DIRECCION(1:60) LINE 4 COL 15
                   "Cod.Postal : "     LINE 5 COL 2
                   CLI_CODPOST         LINE 5 COL 15
                   "Categoria : "      LINE 5 COL 30
                   CLI_CATEGORIA       LINE 5 COL 42
                   "Ult. actividad : " LINE 5 COL 50
                   CLI_ULT_ACTIVIDAD   LINE 5 COL 67
                   "Saldo      : "     LINE 6 COL 2
                   W-CLI-SALDO-Z       LINE 6 COL 15
                   "Moneda : "         LINE 6 COL 30
                   CLI_MONEDA          LINE 6 COL 39
                   "Saldo M.E. : "     LINE 6 COL 50
                   W-CLI-SALDO-ME-Z    LINE 6 COL 63
                   "Situacion  : "     LINE 7 COL 2
                   W-SITUACION         LINE 7 COL 15
                   "Vendedor : "       LINE 7 COL 57
                   CLI_VENDEDOR        LINE 7 COL 68
                   GUIONES             LINE 8 COL 1.
      *
      *    ---------------------------------------------------------
      *    ARMADO DEL CUERPO: UNA SECCION POR ARCHIVO
      *    ---------------------------------------------------------
       ARMO-CONSULTA.
           MOVE 0 TO W-CANT-LINEAS.
           PERFORM ARMO-PARTIDAS THRU F-ARMO-PARTIDAS.
           PERFORM ARMO-MOVIMIENTOS THRU F-ARMO-MOVIMIENTOS.
           PERFORM ARMO-FACTURAS THRU F-ARMO-FACTURAS.
           PERFORM ARMO-CONTACTOS THRU F-ARMO-CONTACTOS.
           PERFORM ARMO-CAMBIOS THRU F-ARMO-CAMBIOS.
           COMPUTE W-CANT-PAGINAS =
              (W-CANT-LINEAS + W-RENGLONES-PAGINA - 1)
              / W-RENGLONES-PAGINA.
           IF W-CANT-PAGINAS = 0
              MOVE 1 TO W-CANT-PAGINAS
           END-IF.
      *
      *    LA ULTIMA POSICION DE LA TABLA QUEDA PARA AVISAR QUE NO
      *    ENTRO TODO
       AGREGO-LINEA.
           IF W-CANT-LINEAS < W-LIN-MAX - 1
              ADD 1 TO W-CANT-LINEAS
              MOVE W-TEXTO TO W-LINEA-CONSULTA(W-CANT-LINEAS)
           ELSE
              IF W-CANT-LINEAS = W-LIN-MAX - 1
                 ADD 1 TO W-CANT-LINEAS
                 MOVE "*** LA CONSULTA NO ENTRA COMPLETA ***"
                    TO W-LINEA-CONSULTA(W-CANT-LINEAS)
              END-IF
           END-IF.
      *
       AGREGO-TITULO.
           IF W-CANT-LINEAS > 0
              MOVE SPACES TO W-TEXTO
              PERFORM AGREGO-LINEA
           END-IF.
           MOVE L-TITULO TO W-TEXTO.
           PERFORM AGREGO-LINEA.
      *
       ARMO-PARTIDAS.
           MOVE "PARTIDAS ABIERTAS (PENDCLI)" TO L-TIT-TEXTO.
           PERFORM AGREGO-TITULO.
           MOVE L-ENC-PARTIDAS TO W-TEXTO.
           PERFORM AGREGO-LINEA.
           MOVE 0 TO W-CANT-PARTIDAS.
           MOVE "N" TO FIN-LECTURA.
           IF ST-FILE-PND > "07"
              MOVE "S" TO FIN-LECTURA
           ELSE
              MOVE W-CLI-ID TO PND-CLI-ID
              MOVE 0        TO PND-DOCUMENTO
              START PENDCLI KEY IS NOT LESS THAN PND-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LECTURA
              END-START
           END-IF.
           PERFORM UNA-PARTIDA THRU F-UNA-PARTIDA
              UNTIL FIN-LECTURA = "S".
           IF W-CANT-PARTIDAS = 0
              MOVE "  SIN PARTIDAS ABIERTAS" TO W-TEXTO
              PERFORM AGREGO-LINEA
           END-IF.
       F-ARMO-PARTIDAS.
           EXIT.
      *
       UNA-PARTIDA.
           READ PENDCLI NEXT RECORD
              AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "S" GO TO F-UNA-PARTIDA.
           IF PND-CLI-ID NOT = W-CLI-ID
              MOVE "S" TO FIN-LECTURA
              GO TO F-UNA-PARTIDA
           END-IF.
           IF NOT PND-ABIERTO GO TO F-UNA-PARTIDA.
           ADD 1 TO W-CANT-PARTIDAS.
           MOVE PND-DOCUMENTO      TO L-PND-DOCUMENTO.
           MOVE PND-FECHA          TO L-PND-FECHA.
           MOVE PND-IMPORTE-ORIG   TO L-PND-ORIGINAL.
           MOVE PND-IMPORTE-PAGADO TO L-PND-PAGADO.
           COMPUTE L-PND-PENDIENTE =
              PND-IMPORTE-ORIG - PND-IMPORTE-PAGADO.
           MOVE 0 TO W-DIAS.
           IF PND-FECHA IS NUMERIC AND PND-FECHA > 0
              COMPUTE W-DIAS = W-JULIANO-HOY
                             - FUNCTION INTEGER-OF-DATE(PND-FECHA)
           END-IF.
           MOVE W-DIAS TO L-PND-DIAS.
           MOVE L-PARTIDA TO W-TEXTO.
           PERFORM AGREGO-LINEA.
       F-UNA-PARTIDA.
           EXIT.
      *
      *    LOS ULTIMOS MOVIMIENTOS, DEL MAS NUEVO AL MAS VIEJO, LEYENDO
      *    HACIA ATRAS DESDE EL FINAL DE LA CUENTA
       ARMO-MOVIMIENTOS.
           MOVE "ULTIMOS 20 MOVIMIENTOS (CLIMOV)" TO L-TIT-TEXTO.
           PERFORM AGREGO-TITULO.
           MOVE L-ENC-MOVIMIENTOS TO W-TEXTO.
           PERFORM AGREGO-LINEA.
           MOVE 0 TO W-CANT-MOVIMIENTOS.
           MOVE "N" TO FIN-LECTURA.
           IF ST-FILE-MOV > "07"
              MOVE "S" TO FIN-LECTURA
           ELSE
              MOVE W-CLI-ID TO MOV-ID_CLIENTE
              MOVE 99999999 TO MOV-FECHA
              MOVE 9999     TO MOV-SECUENCIA
              START CLIMOV KEY IS NOT GREATER THAN MOV-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LECTURA
              END-START
           END-IF.
           PERFORM UN-MOVIMIENTO THRU F-UN-MOVIMIENTO
              UNTIL FIN-LECTURA = "S".
           IF W-CANT-MOVIMIENTOS = 0
              MOVE "  SIN MOVIMIENTOS" TO W-TEXTO
              PERFORM AGREGO-LINEA
           END-IF.
       F-ARMO-MOVIMIENTOS.
           EXIT.
      *
       UN-MOVIMIENTO.
           READ CLIMOV PREVIOUS RECORD
              AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "S" GO TO F-UN-MOVIMIENTO.
           IF MOV-ID_CLIENTE NOT = W-CLI-ID
              MOVE "S" TO FIN-LECTURA
              GO TO F-UN-MOVIMIENTO
           END-IF.
           ADD 1 TO W-CANT-MOVIMIENTOS.
           MOVE MOV-FECHA        TO L-MOV-FECHA.
           MOVE MOV-TIPO         TO L-MOV-TIPO.
           MOVE MOV-IMPORTE      TO L-MOV-IMPORTE.
           MOVE MOV-SALDO-RESULT TO L-MOV-SALDO.
           MOVE 0                TO L-MOV-DOCUMENTO.
           IF MOV-DOCUMENTO IS NUMERIC
              MOVE MOV-DOCUMENTO TO L-MOV-DOCUMENTO
           END-IF.
           MOVE SPACES TO L-MOV-DOC-TEXTO.
           IF MOV-DOC-NOTA-CREDITO
              MOVE "NOTA DE CREDITO" TO L-MOV-DOC-TEXTO
           END-IF.
           IF MOV-DOC-DEVOLUCION
              MOVE "DEVOLUCION DE SALDO" TO L-MOV-DOC-TEXTO
           END-IF.
           MOVE L-MOVIMIENTO TO W-TEXTO.
           PERFORM AGREGO-LINEA.
           IF W-CANT-MOVIMIENTOS NOT < W-MAX-MOVIMIENTOS
              MOVE "S" TO FIN-LECTURA
           END-IF.
       F-UN-MOVIMIENTO.
           EXIT.
      *
      *    FACTURAS.DAT ESTA INDEXADO POR NUMERO DE FACTURA; LAS DEL
      *    CLIENTE SE TOMAN RECORRIENDOLO
       ARMO-FACTURAS.
           MOVE "FACTURAS (FACTURAS.DAT)" TO L-TIT-TEXTO.
           PERFORM AGREGO-TITULO.
           MOVE L-ENC-FACTURAS TO W-TEXTO.
           PERFORM AGREGO-LINEA.
           MOVE 0 TO W-CANT-FACTURAS.
           MOVE "N" TO FIN-LECTURA.
           IF ST-FILE-FAC > "07"
              MOVE "S" TO FIN-LECTURA
           ELSE
              MOVE 0 TO FAC-NUMERO
              START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
                 INVALID KEY MOVE "S" TO FIN-LECTURA
              END-START
           END-IF.
           PERFORM UNA-FACTURA THRU F-UNA-FACTURA
              UNTIL FIN-LECTURA = "S".
           IF W-CANT-FACTURAS = 0
              MOVE "  SIN FACTURAS" TO W-TEXTO
              PERFORM AGREGO-LINEA
           END-IF.
       F-ARMO-FACTURAS.
           EXIT.
      *
       UNA-FACTURA.
           READ FACTURAS NEXT RECORD
              AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "S" GO TO F-UNA-FACTURA.
           IF FAC-ID-CLIENTE NOT = W-CLI-ID GO TO F-UNA-FACTURA.
           ADD 1 TO W-CANT-FACTURAS.
           MOVE FAC-NUMERO     TO L-FAC-NUMERO.
           MOVE FAC-FECHA      TO L-FAC-FECHA.
           MOVE FAC-TOTAL      TO L-FAC-TOTAL.
           MOVE 0              TO L-FAC-ACREDITADO.
           IF FAC-IMPORTE-ACREDITADO IS NUMERIC
              MOVE FAC-IMPORTE-ACREDITADO TO L-FAC-ACREDITADO
           END-IF.
           EVALUATE TRUE
              WHEN FAC-EMITIDA
                 MOVE "EMITIDA"        TO L-FAC-ESTADO
              WHEN FAC-ANULADA
                 MOVE "ANULADA"        TO L-FAC-ESTADO
              WHEN FAC-ACRED-PARCIAL
                 MOVE "ACRED. PARCIAL" TO L-FAC-ESTADO
              WHEN OTHER
                 MOVE FAC-ESTADO       TO L-FAC-ESTADO
           END-EVALUATE.
           EVALUATE TRUE
              WHEN FAC-SIN-REGIMEN
                 MOVE SPACES           TO L-FAC-AUT
              WHEN FAC-AUT-PENDIENTE
                 MOVE "PENDIENTE"      TO L-FAC-AUT
              WHEN FAC-AUT-ENVIADA
                 MOVE "ENVIADA"        TO L-FAC-AUT
              WHEN FAC-AUTORIZADA
                 MOVE "AUTORIZADA"     TO L-FAC-AUT
              WHEN FAC-AUT-RECHAZADA
                 MOVE "RECHAZADA"      TO L-FAC-AUT
              WHEN OTHER
                 MOVE FAC-AUT-ESTADO   TO L-FAC-AUT
           END-EVALUATE.
           MOVE L-FACTURA TO W-TEXTO.
           PERFORM AGREGO-LINEA.
       F-UNA-FACTURA.
           EXIT.
      *
       ARMO-CONTACTOS.
           MOVE "CONTACTOS (CLICONTAC.DAT)" TO L-TIT-TEXTO.
           PERFORM AGREGO-TITULO.
           MOVE 0 TO W-CANT-CONTACTOS.
           MOVE "N" TO FIN-LECTURA.
           IF ST-FILE-CON > "07"
              MOVE "S" TO FIN-LECTURA
           ELSE
              MOVE W-CLI-ID TO CON-CLI-ID
              MOVE 0        TO CON-SECUENCIA
              START CLICONTAC KEY IS NOT LESS THAN CON-CLAVE
                 INVALID KEY MOVE "S" TO FIN-LECTURA
              END-START
           END-IF.
           PERFORM UN-CONTACTO THRU F-UN-CONTACTO
              UNTIL FIN-LECTURA = "S".
           IF W-CANT-CONTACTOS = 0
              MOVE "  SIN CONTACTOS" TO W-TEXTO
              PERFORM AGREGO-LINEA
           END-IF.
       F-ARMO-CONTACTOS.
           EXIT.
      *
       UN-CONTACTO.
           READ CLICONTAC NEXT RECORD
              AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "S" GO TO F-UN-CONTACTO.
           IF CON-CLI-ID NOT = W-CLI-ID
              MOVE "S" TO FIN-LECTURA
              GO TO F-UN-CONTACTO
           END-IF.
           ADD 1 TO W-CANT-CONTACTOS.
           EVALUATE TRUE
              WHEN CON-COMERCIAL MOVE "COMERCIAL" TO L-CON-TIPO
              WHEN CON-PAGOS     MOVE "PAGOS"     TO L-CON-TIPO
              WHEN OTHER         MOVE "OTRO"      TO L-CON-TIPO
           END-EVALUATE.
           MOVE CON-NOMBRE     TO L-CON-NOMBRE.
           MOVE CON-TELEFONO   TO L-CON-TELEFONO.
           MOVE CON-EMAIL      TO L-CON-EMAIL.
           MOVE SPACES         TO L-CON-PREFERIDO.
           IF CON-PREFERIDO = "S"
              MOVE "(*)" TO L-CON-PREFERIDO
           END-IF.
           MOVE L-CONTACTO TO W-TEXTO.
           PERFORM AGREGO-LINEA.
       F-UN-CONTACTO.
           EXIT.
      *
      *    EL ARCHIVO DE AUDITORIA SE ABRE Y CIERRA EN CADA CONSULTA
      *    PARA VER TAMBIEN LO QUE OTRAS TERMINALES AGREGARON
       ARMO-CAMBIOS.
           MOVE "ULTIMOS CAMBIOS (CLIENTES_AUD.DAT)" TO L-TIT-TEXTO.
           PERFORM AGREGO-TITULO.
           MOVE L-ENC-CAMBIOS TO W-TEXTO.
           PERFORM AGREGO-LINEA.
           MOVE 0 TO W-CANT-CAMBIOS.
           MOVE 0 TO W-POS-CAMBIO.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT AUDCLI.
           IF ST-FILE-AUD > "07"
              MOVE "S" TO FIN-LECTURA
           END-IF.
           PERFORM UN-CAMBIO-AUD THRU F-UN-CAMBIO-AUD
              UNTIL FIN-LECTURA = "S".
           IF ST-FILE-AUD NOT > "07" OR ST-FILE-AUD = "10"
              CLOSE AUDCLI
           END-IF.
           IF W-CANT-CAMBIOS = 0
              MOVE "  SIN CAMBIOS REGISTRADOS" TO W-TEXTO
              PERFORM AGREGO-LINEA
              GO TO F-ARMO-CAMBIOS
           END-IF.
           IF W-CANT-CAMBIOS > W-MAX-CAMBIOS
              MOVE W-MAX-CAMBIOS TO W-CANT-CAMBIOS
           END-IF.
           PERFORM MUESTRO-UN-CAMBIO VARYING W-SUB FROM 1 BY 1
              UNTIL W-SUB > W-CANT-CAMBIOS.
       F-ARMO-CAMBIOS.
           EXIT.
      *
      *    GUARDA EL CAMBIO EN LA POSICION SIGUIENTE DE LA ROTACION
       UN-CAMBIO-AUD.
           READ AUDCLI
              AT END MOVE "S" TO FIN-LECTURA
           END-READ.
           IF FIN-LECTURA = "S" GO TO F-UN-CAMBIO-AUD.
           IF AUD-ID_CLIENTE NOT = W-CLI-ID GO TO F-UN-CAMBIO-AUD.
           ADD 1 TO W-CANT-CAMBIOS.
           ADD 1 TO W-POS-CAMBIO.
           IF W-POS-CAMBIO > W-MAX-CAMBIOS
              MOVE 1 TO W-POS-CAMBIO
           END-IF.
           MOVE SPACES TO W-CAMPOS.
           MOVE 1 TO W-PTR.
           IF AUD-NOMBRE-ANT NOT = AUD-NOMBRE-NUEVO
              STRING "NOM " DELIMITED BY SIZE
                 INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AUD-DIRECCION-ANT NOT = AUD-DIRECCION-NUEVO
              STRING "DIR " DELIMITED BY SIZE
                 INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AUD-CODPOST-ANT NOT = AUD-CODPOST-NUEVO
              STRING "CP " DELIMITED BY SIZE
                 INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AUD-CATEGORIA-ANT NOT = AUD-CATEGORIA-NUEVO
              STRING "CAT " DELIMITED BY SIZE
                 INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AUD-SALDO-ANT NOT = AUD-SALDO-NUEVO
              STRING "SALDO " DELIMITED BY SIZE
                 INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           MOVE AUD-FECHA       TO W-CAM-FECHA(W-POS-CAMBIO).
           MOVE AUD-HORA(1:6)   TO W-CAM-HORA(W-POS-CAMBIO).
           MOVE AUD-TIPO        TO W-CAM-TIPO(W-POS-CAMBIO).
           MOVE AUD-USUARIO     TO W-CAM-USUARIO(W-POS-CAMBIO).
           MOVE W-CAMPOS        TO W-CAM-CAMPOS(W-POS-CAMBIO).
           MOVE AUD-SALDO-ANT   TO W-CAM-SALDO-ANT(W-POS-CAMBIO).
           MOVE AUD-SALDO-NUEVO TO W-CAM-SALDO-NUEVO(W-POS-CAMBIO).
       F-UN-CAMBIO-AUD.
           EXIT.
      *
      *    DEL MAS NUEVO (LA ULTIMA POSICION GRABADA) HACIA ATRAS
       MUESTRO-UN-CAMBIO.
           MOVE W-CAM-FECHA(W-POS-CAMBIO)       TO L-CAM-FECHA.
           MOVE W-CAM-HORA(W-POS-CAMBIO)        TO L-CAM-HORA.
           MOVE W-CAM-TIPO(W-POS-CAMBIO)        TO L-CAM-TIPO.
           MOVE W-CAM-USUARIO(W-POS-CAMBIO)     TO L-CAM-USUARIO.
           MOVE W-CAM-CAMPOS(W-POS-CAMBIO)      TO L-CAM-CAMPOS.
           MOVE W-CAM-SALDO-ANT(W-POS-CAMBIO)   TO L-CAM-SALDO-ANT.
           MOVE W-CAM-SALDO-NUEVO(W-POS-CAMBIO) TO L-CAM-SALDO-NUEVO.
           MOVE L-CAMBIO TO W-TEXTO.
           PERFORM AGREGO-LINEA.
           SUBTRACT 1 FROM W-POS-CAMBIO.
           IF W-POS-CAMBIO = 0
              MOVE W-MAX-CAMBIOS TO W-POS-CAMBIO
           END-IF.
      *
      *    ---------------------------------------------------------
      *    PAGINADO DEL CUERPO EN LAS LINEAS 9 A 21
      *    ---------------------------------------------------------
       MUESTRO-PAGINA.
           DISPLAY " " LINE 9 COL 1 ERASE EOS.
           PERFORM MUESTRO-RENGLON VARYING W-RENGLON FROM 1 BY 1
              UNTIL W-RENGLON > W-RENGLONES-PAGINA.
           MOVE W-PAGINA       TO W-PAGINA-Z.
           MOVE W-CANT-PAGINAS TO W-CANT-PAGINAS-Z.
           DISPLAY GUIONES             LINE 22 COL 1
                   "PAGINA "           LINE 23 COL 1
                   W-PAGINA-Z          LINE 23 COL 8
                   " DE "              LINE 23 COL 11
                   W-CANT-PAGINAS-Z    LINE 23 COL 15
                   "ENTER=SIGUE  A=ANTERIOR  N=OTRO CLIENTE  F=FIN [ ]"
                                       LINE 23 COL 20.
           MOVE SPACES TO OPCION-PAGINA.
           ACCEPT OPCION-PAGINA LINE 23 COL 68.
           EVALUATE OPCION-PAGINA
              WHEN "A" WHEN "a"
                 IF W-PAGINA > 1
                    SUBTRACT 1 FROM W-PAGINA
                 END-IF
              WHEN "N" WHEN "n"
                 MOVE "S" TO FIN-CONSULTA
              WHEN "F" WHEN "f"
                 MOVE "S" TO FIN-CONSULTA
                 MOVE "S" TO FIN
              WHEN OTHER
                 IF W-PAGINA < W-CANT-PAGINAS
                    ADD 1 TO W-PAGINA
                 END-IF
           END-EVALUATE.
       F-MUESTRO-PAGINA.
           EXIT.
      *
       MUESTRO-RENGLON.
           COMPUTE W-SUB = (W-PAGINA - 1) * W-RENGLONES-PAGINA
                         + W-RENGLON.
           COMPUTE W-LINEA-PANTALLA = 8 + W-RENGLON.
           IF W-SUB NOT > W-CANT-LINEAS
              DISPLAY W-LINEA-CONSULTA(W-SUB)
                 LINE W-LINEA-PANTALLA COL 2
           END-IF.
       END PROGRAM CONCLI1.
