       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCTR1.
      *
      *    CONTRATOS DE FACTURACION RECURRENTE
      *    MANTIENE CONTRATOS.DAT, UN CONTRATO POR CLIENTE (CLAVE
      *    CLI_ID): EL RENGLON A FACTURAR (DESCRIPCION, CANTIDAD Y
      *    PRECIO UNITARIO CON IVA INCLUIDO, COMO EN FACTCLI1), LA
      *    FRECUENCIA (M=MENSUAL T=TRIMESTRAL A=ANUAL), LA VIGENCIA
      *    (INICIO Y FIN, FIN 0 = SIN VENCIMIENTO) Y LA PROXIMA FECHA
      *    DE FACTURACION. EL PASO NOCTURNO FACREC1 EMITE LAS
      *    FACTURAS QUE VENCEN Y AVANZA LA PROXIMA FECHA. NIVEL DE
      *    SUPERVISOR. EL CLIENTE DEBE EXISTIR EN CLIENTES.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATOS ASSIGN TO "./contratos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CTR-CLI-ID
           STATUS ST-FILE.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE-CLI.
       DATA DIVISION.
       FILE SECTION.
      *    CONTRATOS.DAT: CTR-DIA-FACTURA ES EL DIA DEL MES EN QUE SE
      *    FACTURA (EL DEL INICIO); FACREC1 LO RESPETA AL AVANZAR LA
      *    PROXIMA FECHA, AJUSTADO AL FIN DE LOS MESES MAS CORTOS
       FD CONTRATOS.
       01 REG-CONTRATOS.
           03  CTR-CLI-ID          PIC 9(7).
           03  CTR-DESCRIPCION     PIC X(40).
           03  CTR-CANTIDAD        PIC 9(5).
           03  CTR-PRECIO-UNIT     PIC 9(7)V9(3).
           03  CTR-FRECUENCIA      PIC X.
              88  CTR-MENSUAL      VALUE "M".
              88  CTR-TRIMESTRAL   VALUE "T".
              88  CTR-ANUAL        VALUE "A".
              88  CTR-FRECUENCIA-OK VALUE "M" "T" "A".
           03  CTR-FECHA-INICIO    PIC 9(8).
           03  CTR-FECHA-FIN       PIC 9(8).
           03  CTR-PROX-FACTURA    PIC 9(8).
           03  CTR-DIA-FACTURA     PIC 9(2).
           03  CTR-ESTADO          PIC X.
              88  CTR-ACTIVO       VALUE "A".
              88  CTR-FINALIZADO   VALUE "F".
           03  CTR-ULT-FACTURA     PIC 9(7).
           03  CTR-ULT-FECHA       PIC 9(8).
           03  CTR-OPERADOR        PIC X(8).
           03  FILLER              PIC X(40).
      *
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
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CLI             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  EXISTE-CLIENTE          PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA-BAJA           PIC X.
      *
       01  W-CLI-ID                PIC 9(7).
       01  W-CLI-ID-Z              PIC Z(6)9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-CANTIDAD-Z            PIC ZZZZ9.
       01  W-PRECIO-Z              PIC Z(6)9,999.
       01  W-IMPORTE-Z             PIC Z(8)9,999.
       01  W-FACTURA-Z             PIC Z(6)9.
      *    FECHA A VALIDAR
       01  W-FECHA                 PIC 9(8).
       01  W-FECHA-R REDEFINES W-FECHA.
           03  W-FECHA-AAAA        PIC 9(4).
           03  W-FECHA-MM          PIC 9(2).
           03  W-FECHA-DD          PIC 9(2).
       01  FECHA-VALIDA            PIC X.
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
           MOVE "MNTCTR1" TO SIGNON-PROGRAM.
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
           OPEN I-O CONTRATOS.
           IF ST-FILE = "35"
              OPEN OUTPUT CONTRATOS
              CLOSE CONTRATOS
              OPEN I-O CONTRATOS
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR CONTRATOS " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "MNTCTR1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "CONTRATOS"    TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT CLIENTES.
      *
       CIERRO-ARCHIVO.
           CLOSE CONTRATOS.
           CLOSE CLIENTES.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-CLIENTE THRU F-INGRESO-CLIENTE.
           IF FIN = "N"
               PERFORM LEO-CONTRATO
               PERFORM INGRESO-DATOS THRU F-INGRESO-DATOS
               PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                         LINE 1  COL 1 ERASE EOS
           DISPLAY "CONTRATOS DE FACTURACION RECURRENTE"
                                               LINE 3  COL 22
                   GUIONES                     LINE 4  COL 1
                   "Id Cliente (0=Salir): "    LINE 5  COL 10
                   "Descripcion         : "    LINE 7  COL 10
                   "Cantidad            : "    LINE 8  COL 10
                   "Precio unitario     : "    LINE 9  COL 10
                   "Importe por periodo : "    LINE 10 COL 10
                   "Frecuencia (M/T/A)  : "    LINE 11 COL 10
                   "Inicio AAAAMMDD     : "    LINE 12 COL 10
                   "Fin (0=sin fin)     : "    LINE 13 COL 10
                   "Proxima factura     : "    LINE 14 COL 10
                   "Estado              : "    LINE 15 COL 10
                   "Ultima factura      : "    LINE 16 COL 10
                   "OPCION [   ]    : "        LINE 21 COL 30
                   GUIONES                     LINE 22 COL 1.
      *
       INGRESO-CLIENTE.
           ACCEPT W-CLI-ID LINE 5 COL 33 PROMPT.
           IF W-CLI-ID = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-CLIENTE
           END-IF.
           MOVE "S" TO EXISTE-CLIENTE.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE-CLIENTE.
           IF EXISTE-CLIENTE = "N"
              DISPLAY "CLIENTE INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-CLIENTE
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z       LINE 5 COL 33
                   CLI_NOMBRE(1:38) LINE 5 COL 42.
           IF CLI-INACTIVO
              DISPLAY "CLIENTE INACTIVO - FACREC1 NO LO FACTURA"
                      LINE 24 COL 1
           END-IF.
       F-INGRESO-CLIENTE.
           EXIT.
      *
       LEO-CONTRATO.
           MOVE "S" TO EXISTE.
           MOVE W-CLI-ID TO CTR-CLI-ID.
           READ CONTRATOS INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              INITIALIZE REG-CONTRATOS
              MOVE W-CLI-ID    TO CTR-CLI-ID
              MOVE "M"         TO CTR-FRECUENCIA
              MOVE W-FECHA-HOY TO CTR-FECHA-INICIO
              SET CTR-ACTIVO   TO TRUE
           END-IF.
           PERFORM MUESTRO-CONTRATO.
      *
       MUESTRO-CONTRATO.
           DISPLAY CTR-DESCRIPCION LINE 7 COL 33.
           MOVE CTR-CANTIDAD TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE 8 COL 33.
           MOVE CTR-PRECIO-UNIT TO W-PRECIO-Z.
           DISPLAY W-PRECIO-Z LINE 9 COL 33.
           COMPUTE W-IMPORTE-Z = CTR-CANTIDAD * CTR-PRECIO-UNIT.
           DISPLAY W-IMPORTE-Z LINE 10 COL 33.
           DISPLAY CTR-FRECUENCIA   LINE 11 COL 33
                   CTR-FECHA-INICIO LINE 12 COL 33
                   CTR-FECHA-FIN    LINE 13 COL 33
                   CTR-PROX-FACTURA LINE 14 COL 33.
           IF CTR-FINALIZADO
              DISPLAY "FINALIZADO" LINE 15 COL 33
           ELSE
              DISPLAY "ACTIVO    " LINE 15 COL 33
           END-IF.
           MOVE CTR-ULT-FACTURA TO W-FACTURA-Z.
           DISPLAY W-FACTURA-Z   LINE 16 COL 33
                   CTR-ULT-FECHA LINE 16 COL 43.
      *
       INGRESO-DATOS.
           ACCEPT CTR-DESCRIPCION LINE 7 COL 33 UPDATE.
           IF CTR-DESCRIPCION = SPACES
              DISPLAY "DESCRIPCION OBLIGATORIA" LINE 24 COL 1
              GO TO INGRESO-DATOS
           END-IF.
       INGRESO-CANTIDAD.
           ACCEPT CTR-CANTIDAD LINE 8 COL 33 UPDATE.
           IF CTR-CANTIDAD = 0
              DISPLAY "CANTIDAD INVALIDA" LINE 24 COL 1
              GO TO INGRESO-CANTIDAD
           END-IF.
       INGRESO-PRECIO.
           ACCEPT CTR-PRECIO-UNIT LINE 9 COL 33 UPDATE.
           IF CTR-PRECIO-UNIT = 0
              DISPLAY "PRECIO INVALIDO" LINE 24 COL 1
              GO TO INGRESO-PRECIO
           END-IF.
           COMPUTE W-IMPORTE-Z = CTR-CANTIDAD * CTR-PRECIO-UNIT.
           DISPLAY W-IMPORTE-Z LINE 10 COL 33.
       INGRESO-FRECUENCIA.
           ACCEPT CTR-FRECUENCIA LINE 11 COL 33 UPDATE.
           IF CTR-FRECUENCIA = "m" MOVE "M" TO CTR-FRECUENCIA.
           IF CTR-FRECUENCIA = "t" MOVE "T" TO CTR-FRECUENCIA.
           IF CTR-FRECUENCIA = "a" MOVE "A" TO CTR-FRECUENCIA.
           IF NOT CTR-FRECUENCIA-OK
              DISPLAY "FRECUENCIA INVALIDA (M/T/A)" LINE 24 COL 1
              GO TO INGRESO-FRECUENCIA
           END-IF.
       INGRESO-INICIO.
           ACCEPT CTR-FECHA-INICIO LINE 12 COL 33 UPDATE.
           MOVE CTR-FECHA-INICIO TO W-FECHA.
           PERFORM VALIDO-FECHA.
           IF FECHA-VALIDA = "N"
              DISPLAY "FECHA DE INICIO INVALIDA" LINE 24 COL 1
              GO TO INGRESO-INICIO
           END-IF.
           MOVE W-FECHA-DD TO CTR-DIA-FACTURA.
       INGRESO-FIN.
           ACCEPT CTR-FECHA-FIN LINE 13 COL 33 UPDATE.
           IF CTR-FECHA-FIN NOT = 0
              MOVE CTR-FECHA-FIN TO W-FECHA
              PERFORM VALIDO-FECHA
              IF FECHA-VALIDA = "N"
                 OR CTR-FECHA-FIN < CTR-FECHA-INICIO
                 DISPLAY "FECHA DE FIN INVALIDA" LINE 24 COL 1
                 GO TO INGRESO-FIN
              END-IF
           END-IF.
      *    UN CONTRATO NUEVO FACTURA POR PRIMERA VEZ EN EL INICIO
       INGRESO-PROXIMA.
           IF CTR-PROX-FACTURA = 0
              MOVE CTR-FECHA-INICIO TO CTR-PROX-FACTURA
           END-IF.
           ACCEPT CTR-PROX-FACTURA LINE 14 COL 33 UPDATE.
           MOVE CTR-PROX-FACTURA TO W-FECHA.
           PERFORM VALIDO-FECHA.
           IF FECHA-VALIDA = "N"
              OR CTR-PROX-FACTURA < CTR-FECHA-INICIO
              DISPLAY "PROXIMA FACTURA INVALIDA" LINE 24 COL 1
              GO TO INGRESO-PROXIMA
           END-IF.
      *    UN CONTRATO FINALIZADO QUE SE EXTIENDE VUELVE A ACTIVO
           IF CTR-FECHA-FIN = 0
              OR CTR-PROX-FACTURA NOT > CTR-FECHA-FIN
              SET CTR-ACTIVO TO TRUE
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           PERFORM MUESTRO-CONTRATO.
       F-INGRESO-DATOS.
           EXIT.
      *
       VALIDO-FECHA.
           MOVE "S" TO FECHA-VALIDA.
           IF W-FECHA-AAAA < 1900
              OR W-FECHA-MM < 1 OR W-FECHA-MM > 12
              OR W-FECHA-DD < 1 OR W-FECHA-DD > 31
              MOVE "N" TO FECHA-VALIDA
           END-IF.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
                   "[88 - BORRAR]"        LINE 24 COL 1
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-DATOS THRU F-INGRESO-DATOS
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
           MOVE SIGNON-OPERADOR TO CTR-OPERADOR.
           IF EXISTE = "S"
              REWRITE REG-CONTRATOS
           ELSE
              WRITE REG-CONTRATOS
              MOVE "S" TO EXISTE
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL GRABAR CONTRATOS " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 40
              MOVE "MNTCTR1"   TO ERRLOG-PROGRAM
              MOVE "GRABAR"    TO ERRLOG-PARAGRAPH
              MOVE "CONTRATOS" TO ERRLOG-FILENAME
              MOVE CTR-CLI-ID   TO ERRLOG-KEYVALUE
              MOVE ST-FILE      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABAR.
           EXIT.
      *
       CONFIRMO-BAJA.
           IF EXISTE = "N"
              DISPLAY "EL CONTRATO NO EXISTE" LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           DISPLAY "CONFIRMA BAJA DEL CONTRATO (S/N): "
                   LINE 24 COL 1.
           ACCEPT CONFIRMA-BAJA LINE 24 COL 36.
           IF CONFIRMA-BAJA = "S" OR CONFIRMA-BAJA = "s"
              DELETE CONTRATOS RECORD
              IF ST-FILE > "07"
                 STRING "ERROR AL BORRAR CONTRATOS " ST-FILE
                 DELIMITED BY SIZE
                 INTO MENSAJE
                 DISPLAY MENSAJE LINE 24 COL 40
                 MOVE "MNTCTR1"       TO ERRLOG-PROGRAM
                 MOVE "CONFIRMO-BAJA" TO ERRLOG-PARAGRAPH
                 MOVE "CONTRATOS"     TO ERRLOG-FILENAME
                 MOVE CTR-CLI-ID       TO ERRLOG-KEYVALUE
                 MOVE ST-FILE          TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-CONFIRMO-BAJA.
           EXIT.
       END PROGRAM MNTCTR1.
