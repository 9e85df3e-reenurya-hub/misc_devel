       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESCOB1.
      *
      *    GESTION DE COBRANZAS: LISTA DEL DIA Y NOTAS DE LLAMADAS
      *    GUARDA EN GESTCOB.DAT CADA GESTION DE UN COBRADOR SOBRE
      *    UN CLIENTE (CLI_ID) O UN DEUDOR (DEU_ID), POR CUENTA +
      *    FECHA + SECUENCIA: OPERADOR, CONTACTO USADO (CLICONTAC,
      *    SOLO CLIENTES), CODIGO DE RESULTADO, NOTA LIBRE Y, SI EL
      *    RESULTADO ES PROMESA DE PAGO, LA FECHA E IMPORTE
      *    PROMETIDOS. LA PANTALLA ABRE CON LA LISTA DEL DIA:
      *    PRIMERO LAS CUENTAS QUE PROMETIERON PAGAR HOY O CUYA
      *    PROMESA SE MARCO INCUMPLIDA DESDE AYER (GESCOB2, EN LA
      *    CADENA NOCTURNA), DESPUES LOS CLIENTES CON PARTIDAS DE
      *    PENDCLI.DAT DE 60 DIAS O MAS SIN GESTION EN LOS ULTIMOS
      *    N DIAS. N SE TOMA DE GESCOB1.PRM (UNA LINEA: DIAS 999);
      *    SIN ARCHIVO DE PARAMETRO SE USAN 7 DIAS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GESTCOB ASSIGN TO "./gestcob.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS GES-CLAVE
           STATUS ST-FILE-GES.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE.
           SELECT OPTIONAL DEUDORES ASSIGN TO "./deudores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DEU_ID
           ALTERNATE RECORD KEY DEU_NOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY DEU_ALT_2 WITH DUPLICATES
           STATUS ST-FILE-DEU.
           SELECT OPTIONAL CLICONTAC ASSIGN TO "./clicontac.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CON-CLAVE
           STATUS ST-FILE-CON.
           SELECT OPTIONAL PENDCLI ASSIGN TO "./pendcli.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PND-CLAVE
           STATUS ST-FILE-PND.
           SELECT LFPARM ASSIGN TO "GESCOB1.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
       DATA DIVISION.
       FILE SECTION.
      *
      *    GESTCOB.DAT: UNA GESTION DE COBRANZA POR CUENTA + FECHA +
      *    SECUENCIA. LA CUENTA ES UN CLIENTE ("C", CLI_ID) O UN
      *    DEUDOR ("D", DEU_ID). LA PROMESA QUEDA PENDIENTE HASTA
      *    QUE GESCOB2 LA DA POR CUMPLIDA O INCUMPLIDA
       FD GESTCOB.
       01 REG-GESTCOB.
           03  GES-CLAVE.
               05  GES-TIPO-CUENTA     PIC X.
                  88  GES-CLIENTE      VALUE "C".
                  88  GES-DEUDOR       VALUE "D".
               05  GES-CUENTA          PIC 9(20).
               05  GES-FECHA           PIC 9(8).
               05  GES-SECUENCIA       PIC 9(2).
           03  GES-HORA                PIC 9(8).
           03  GES-OPERADOR            PIC X(8).
           03  GES-CON-SECUENCIA       PIC 9(2).
           03  GES-RESULTADO           PIC 9(2).
           03  GES-NOTA                PIC X(50).
           03  GES-PROMESA-FECHA       PIC 9(8).
           03  GES-PROMESA-IMPORTE     PIC 9(10)V9(2).
           03  GES-PROMESA-ESTADO      PIC X.
              88  GES-SIN-PROMESA      VALUE " ".
              88  GES-PROMESA-PENDIENTE VALUE "P".
              88  GES-PROMESA-CUMPLIDA VALUE "C".
              88  GES-PROMESA-INCUMPLIDA VALUE "I".
           03  GES-PROMESA-COBRADO     PIC 9(10)V9(2).
           03  GES-FECHA-CONTROL       PIC 9(8).
           03  FILLER                  PIC X(30).
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
           03  FILLER              PIC X(231).
      *
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
           03 FILLER               PIC X(288).
      *
       FD CLICONTAC.
       01 REG-CLICONTAC.
           03  CON-CLAVE.
               05  CON-CLI-ID      PIC 9(7).
               05  CON-SECUENCIA   PIC 9(2).
           03  CON-TIPO            PIC X.
           03  CON-NOMBRE          PIC X(40).
           03  CON-TELEFONO        PIC X(20).
           03  CON-EMAIL           PIC X(50).
           03  CON-PREFERIDO       PIC X.
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
      *    UNA LINEA: DIAS SIN GESTION (999) PARA QUE UN CLIENTE
      *    VENCIDO VUELVA A LA LISTA DEL DIA
       FD LFPARM.
       01 PARM-RECORD              PIC 9(3).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-GES             PIC XX.
       01  ST-FILE-DEU             PIC XX.
       01  ST-FILE-CON             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  HAY-CONTACTOS           PIC X VALUE "S".
       01  HAY-PENDCLI             PIC X VALUE "S".
       01  FIN-GESTIONES           PIC X.
       01  FIN-PARTIDAS            PIC X.
       01  FIN-CONTACTOS           PIC X.
       01  HAY-GESTION             PIC X.
       01  EN-LISTA                PIC X.
       01  FECHA-VALIDA            PIC X.
      *
       01  W-FECHA-HOY             PIC 9(8).
       01  W-FECHA-AYER            PIC 9(8).
       01  W-FECHA-LIMITE-VENC     PIC 9(8).
       01  W-FECHA-DESDE-GESTION   PIC 9(8).
       01  W-JULIANO-HOY           PIC 9(7).
       01  W-DIAS-SIN-GESTION      PIC 9(3) VALUE 7.
       01  W-DIAS-VENCIDO-MIN      PIC 9(3) VALUE 60.
       01  W-FECHA                 PIC 9(8).
       01  W-FECHA-R REDEFINES W-FECHA.
           03  W-FECHA-AAAA        PIC 9(4).
           03  W-FECHA-MM          PIC 9(2).
           03  W-FECHA-DD          PIC 9(2).
      *
       01  W-TIPO-CUENTA           PIC X.
       01  W-CUENTA                PIC 9(20).
       01  W-CUENTA-Z              PIC Z(19)9.
       01  W-NOMBRE                PIC X(40).
       01  W-SALDO-Z               PIC -(9)9,99.
       01  W-IMPORTE-Z             PIC Z(8)9,99.
       01  W-LINEA                 PIC 99.
       01  W-COLUMNA               PIC 99.
       01  W-CANT-CONTACTOS        PIC 9.
      *
      *    DATOS DE LA GESTION EN CARGA
       01  DATOS.
           02 W-CON-SECUENCIA      PIC 9(2).
           02 W-RESULTADO          PIC 9(2).
           02 W-NOTA               PIC X(50).
           02 W-PROMESA-FECHA      PIC 9(8).
           02 W-PROMESA-IMPORTE    PIC 9(10)V9(2).
      *
      *    RESULTADOS DE LA GESTION (LOS MISMOS EN GESCOB2 Y
      *    RPTCOB01); EL 3 ES EL UNICO QUE LLEVA PROMESA
       01  W-RESULTADOS-VALORES.
           03  FILLER              PIC X(16) VALUE "CONTACTADO".
           03  FILLER              PIC X(16) VALUE "NO ATIENDE".
           03  FILLER              PIC X(16) VALUE "PROMESA DE PAGO".
           03  FILLER              PIC X(16) VALUE "MENSAJE DEJADO".
           03  FILLER              PIC X(16) VALUE "NUMERO ERRONEO".
           03  FILLER              PIC X(16) VALUE "SE NIEGA A PAGAR".
       01  W-RESULTADOS-TABLA REDEFINES W-RESULTADOS-VALORES.
           03  W-RESULTADO-DESC    PIC X(16) OCCURS 6 TIMES.
       01  W-MAX-RESULTADOS        PIC 99 VALUE 6.
       01  W-RES-PROMESA           PIC 99 VALUE 3.
       01  W-RES-SUB               PIC 99.
      *
      *    LISTA DEL DIA
       01  W-MAX-LISTA             PIC 99 VALUE 12.
       01  W-LIS-CANT              PIC 99.
       01  W-LIS-SUB               PIC 99.
       01  W-LISTA.
           03  W-LIS-ITEM OCCURS 12 TIMES.
               05  W-LIS-TIPO      PIC X.
               05  W-LIS-CUENTA    PIC 9(20).
               05  W-LIS-MOTIVO    PIC X(20).
               05  W-LIS-IMPORTE   PIC 9(10)V9(2).
       01  W-BUS-TIPO              PIC X.
       01  W-BUS-CUENTA            PIC 9(20).
       01  W-BUS-MOTIVO            PIC X(20).
       01  W-BUS-IMPORTE           PIC 9(10)V9(2).
      *
      *    CLIENTE EN CURSO AL RECORRER PENDCLI
       01  W-PND-CLI-ANT           PIC 9(7).
       01  W-PND-FECHA-MIN         PIC 9(8).
       01  W-PND-PENDIENTE         PIC S9(9)V9(3).
      *
      *    LAS ULTIMAS GESTIONES DE LA CUENTA, LA MAS NUEVA ABAJO
       01  W-CANT-ULTIMAS          PIC 9.
       01  W-ULTIMAS.
           03  W-ULT-ITEM OCCURS 3 TIMES.
               05  W-ULT-FECHA     PIC 9(8).
               05  W-ULT-OPERADOR  PIC X(8).
               05  W-ULT-RESULTADO PIC 9(2).
               05  W-ULT-NOTA      PIC X(40).
       01  W-ULT-SUB               PIC 9.
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
           MOVE "GESCOB1" TO SIGNON-PROGRAM.
           MOVE 1          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           PERFORM CALCULO-FECHAS.
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       CALCULO-FECHAS.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEO-PARAMETRO.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           COMPUTE W-FECHA-AYER =
              FUNCTION DATE-OF-INTEGER(W-JULIANO-HOY - 1).
           COMPUTE W-FECHA-LIMITE-VENC =
              FUNCTION DATE-OF-INTEGER
                 (W-JULIANO-HOY - W-DIAS-VENCIDO-MIN).
           COMPUTE W-FECHA-DESDE-GESTION =
              FUNCTION DATE-OF-INTEGER
                 (W-JULIANO-HOY - W-DIAS-SIN-GESTION).
      *
       LEO-PARAMETRO.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RECORD IS NUMERIC AND PARM-RECORD > 0
                       MOVE PARM-RECORD TO W-DIAS-SIN-GESTION
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       ABRO-ARCHIVO.
           OPEN I-O GESTCOB.
           IF ST-FILE-GES = "35"
              OPEN OUTPUT GESTCOB
              CLOSE GESTCOB
              OPEN I-O GESTCOB
           END-IF.
           IF ST-FILE-GES > "07"
              STRING "ERROR AL ABRIR GESTCOB " ST-FILE-GES
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "GESCOB1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "GESTCOB"      TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GES    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT DEUDORES.
           OPEN INPUT CLICONTAC.
           IF ST-FILE-CON > "07"
              MOVE "N" TO HAY-CONTACTOS
           END-IF.
           OPEN INPUT PENDCLI.
           IF ST-FILE-PND > "07"
              MOVE "N" TO HAY-PENDCLI
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE GESTCOB.
           CLOSE CLIENTES.
           CLOSE DEUDORES.
           IF HAY-CONTACTOS = "S"
              CLOSE CLICONTAC
           END-IF.
           IF HAY-PENDCLI = "S"
              CLOSE PENDCLI
           END-IF.
      *
       PROCESO.
           PERFORM ARMO-LISTA THRU F-ARMO-LISTA.
           PERFORM MUESTRO-LISTA.
           PERFORM INGRESO-CUENTA THRU F-INGRESO-CUENTA.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM MUESTRO-ULTIMAS THRU F-MUESTRO-ULTIMAS.
           PERFORM MUESTRO-CONTACTOS THRU F-MUESTRO-CONTACTOS.
           INITIALIZE DATOS.
           PERFORM INGRESO-CONTACTO THRU F-INGRESO-CONTACTO.
           PERFORM INGRESO-RESULTADO.
           PERFORM INGRESO-NOTA.
           PERFORM INGRESO-PROMESA THRU F-INGRESO-PROMESA.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
      *    ================================================
      *    LISTA DEL DIA
      *    ================================================
       ARMO-LISTA.
           MOVE 0 TO W-LIS-CANT.
           INITIALIZE W-LISTA.
           PERFORM ARMO-PROMESAS THRU F-ARMO-PROMESAS.
           IF HAY-PENDCLI = "S"
              PERFORM ARMO-VENCIDOS THRU F-ARMO-VENCIDOS
           END-IF.
       F-ARMO-LISTA.
           EXIT.
      *
      *    LAS PROMESAS QUE VENCEN HOY Y LAS QUE GESCOB2 MARCO
      *    INCUMPLIDAS CON FECHA DE AYER EN ADELANTE
       ARMO-PROMESAS.
           MOVE "N" TO FIN-GESTIONES.
           MOVE LOW-VALUES TO GES-CLAVE.
           START GESTCOB KEY IS NOT LESS THAN GES-CLAVE
              INVALID KEY MOVE "S" TO FIN-GESTIONES
           END-START.
           PERFORM LEO-UNA-PROMESA THRU F-LEO-UNA-PROMESA
              UNTIL FIN-GESTIONES = "S"
                 OR W-LIS-CANT NOT < W-MAX-LISTA.
       F-ARMO-PROMESAS.
           EXIT.
      *
       LEO-UNA-PROMESA.
           READ GESTCOB NEXT RECORD
              AT END MOVE "S" TO FIN-GESTIONES
           END-READ.
           IF FIN-GESTIONES = "S" GO TO F-LEO-UNA-PROMESA.
           IF GES-SIN-PROMESA GO TO F-LEO-UNA-PROMESA.
           EVALUATE TRUE
              WHEN GES-PROMESA-PENDIENTE
                   AND GES-PROMESA-FECHA = W-FECHA-HOY
                 MOVE "PROMETIO PAGAR HOY" TO W-BUS-MOTIVO
              WHEN GES-PROMESA-INCUMPLIDA
                   AND GES-PROMESA-FECHA NOT < W-FECHA-AYER
                 MOVE "PROMESA INCUMPLIDA" TO W-BUS-MOTIVO
              WHEN OTHER
                 GO TO F-LEO-UNA-PROMESA
           END-EVALUATE.
           MOVE GES-TIPO-CUENTA     TO W-BUS-TIPO.
           MOVE GES-CUENTA          TO W-BUS-CUENTA.
           MOVE GES-PROMESA-IMPORTE TO W-BUS-IMPORTE.
           PERFORM AGREGO-A-LISTA THRU F-AGREGO-A-LISTA.
       F-LEO-UNA-PROMESA.
           EXIT.
      *
      *    LOS CLIENTES CUYA PARTIDA ABIERTA MAS VIEJA TIENE 60 DIAS
      *    O MAS Y QUE NO TIENEN GESTION EN LOS ULTIMOS N DIAS. LAS
      *    PARTIDAS DE CADA CLIENTE ESTAN JUNTAS POR LA CLAVE
       ARMO-VENCIDOS.
           MOVE "N" TO FIN-PARTIDAS.
           MOVE 0   TO W-PND-CLI-ANT.
           MOVE LOW-VALUES TO PND-CLAVE.
           START PENDCLI KEY IS NOT LESS THAN PND-CLAVE
              INVALID KEY MOVE "S" TO FIN-PARTIDAS
           END-START.
           PERFORM LEO-UNA-PARTIDA THRU F-LEO-UNA-PARTIDA
              UNTIL FIN-PARTIDAS = "S"
                 OR W-LIS-CANT NOT < W-MAX-LISTA.
           IF W-PND-CLI-ANT > 0 AND W-LIS-CANT < W-MAX-LISTA
              PERFORM EVALUO-CLIENTE-VENCIDO
                 THRU F-EVALUO-CLIENTE-VENCIDO
           END-IF.
       F-ARMO-VENCIDOS.
           EXIT.
      *
       LEO-UNA-PARTIDA.
           READ PENDCLI NEXT RECORD
              AT END MOVE "S" TO FIN-PARTIDAS
           END-READ.
           IF FIN-PARTIDAS = "S" GO TO F-LEO-UNA-PARTIDA.
           IF PND-CANCELADO GO TO F-LEO-UNA-PARTIDA.
           IF PND-CLI-ID NOT = W-PND-CLI-ANT
              IF W-PND-CLI-ANT > 0
                 PERFORM EVALUO-CLIENTE-VENCIDO
                    THRU F-EVALUO-CLIENTE-VENCIDO
              END-IF
              MOVE PND-CLI-ID TO W-PND-CLI-ANT
              MOVE PND-FECHA  TO W-PND-FECHA-MIN
              MOVE 0          TO W-PND-PENDIENTE
           END-IF.
           IF PND-FECHA < W-PND-FECHA-MIN
              MOVE PND-FECHA TO W-PND-FECHA-MIN
           END-IF.
           COMPUTE W-PND-PENDIENTE = W-PND-PENDIENTE
              + PND-IMPORTE-ORIG - PND-IMPORTE-PAGADO.
       F-LEO-UNA-PARTIDA.
           EXIT.
      *
       EVALUO-CLIENTE-VENCIDO.
           IF W-PND-FECHA-MIN > W-FECHA-LIMITE-VENC
              GO TO F-EVALUO-CLIENTE-VENCIDO
           END-IF.
           IF W-PND-PENDIENTE NOT > 0
              GO TO F-EVALUO-CLIENTE-VENCIDO
           END-IF.
           MOVE "C"           TO W-BUS-TIPO.
           MOVE W-PND-CLI-ANT TO W-BUS-CUENTA.
           PERFORM BUSCO-GESTION-RECIENTE
              THRU F-BUSCO-GESTION-RECIENTE.
           IF HAY-GESTION = "S" GO TO F-EVALUO-CLIENTE-VENCIDO.
           MOVE "VENCIDO SIN GESTION" TO W-BUS-MOTIVO.
           MOVE W-PND-PENDIENTE       TO W-BUS-IMPORTE.
           PERFORM AGREGO-A-LISTA THRU F-AGREGO-A-LISTA.
       F-EVALUO-CLIENTE-VENCIDO.
           EXIT.
      *
      *    LAS GESTIONES DE LA CUENTA ESTAN JUNTAS Y POR FECHA: BASTA
      *    POSICIONARSE EN LA FECHA DESDE Y LEER UNA
       BUSCO-GESTION-RECIENTE.
           MOVE "N" TO HAY-GESTION.
           MOVE W-BUS-TIPO            TO GES-TIPO-CUENTA.
           MOVE W-BUS-CUENTA          TO GES-CUENTA.
           MOVE W-FECHA-DESDE-GESTION TO GES-FECHA.
           MOVE 0                     TO GES-SECUENCIA.
           START GESTCOB KEY IS NOT LESS THAN GES-CLAVE
              INVALID KEY GO TO F-BUSCO-GESTION-RECIENTE
           END-START.
           READ GESTCOB NEXT RECORD
              AT END GO TO F-BUSCO-GESTION-RECIENTE
           END-READ.
           IF GES-TIPO-CUENTA = W-BUS-TIPO
              AND GES-CUENTA = W-BUS-CUENTA
              MOVE "S" TO HAY-GESTION
           END-IF.
       F-BUSCO-GESTION-RECIENTE.
           EXIT.
      *
      *    UNA CUENTA APARECE UNA SOLA VEZ EN LA LISTA
       AGREGO-A-LISTA.
           MOVE "N" TO EN-LISTA.
           PERFORM BUSCO-EN-LISTA
              VARYING W-LIS-SUB FROM 1 BY 1
              UNTIL W-LIS-SUB > W-LIS-CANT.
           IF EN-LISTA = "S" GO TO F-AGREGO-A-LISTA.
           ADD 1 TO W-LIS-CANT.
           MOVE W-BUS-TIPO    TO W-LIS-TIPO(W-LIS-CANT).
           MOVE W-BUS-CUENTA  TO W-LIS-CUENTA(W-LIS-CANT).
           MOVE W-BUS-MOTIVO  TO W-LIS-MOTIVO(W-LIS-CANT).
           MOVE W-BUS-IMPORTE TO W-LIS-IMPORTE(W-LIS-CANT).
       F-AGREGO-A-LISTA.
           EXIT.
      *
       BUSCO-EN-LISTA.
           IF W-LIS-TIPO(W-LIS-SUB) = W-BUS-TIPO
              AND W-LIS-CUENTA(W-LIS-SUB) = W-BUS-CUENTA
              MOVE "S" TO EN-LISTA
           END-IF.
      *
       MUESTRO-LISTA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Gestion de Cobranzas - Lista del Dia"
                                                LINE 2  COL 22
                   GUIONES                      LINE 3  COL 1
                   "T CUENTA"                   LINE 4  COL 3
                   "NOMBRE"                     LINE 4  COL 26
                   "MOTIVO"                     LINE 4  COL 47
                   "IMPORTE"                    LINE 4  COL 72
                   GUIONES                      LINE 18 COL 1
                   "Cuenta C=Cliente D=Deudor (blanco=Salir): "
                                                LINE 19 COL 5
                   "Id: "                       LINE 20 COL 5.
           IF W-LIS-CANT = 0
              DISPLAY "NO HAY CUENTAS PARA GESTIONAR HOY" LINE 6 COL 5
           END-IF.
           PERFORM MUESTRO-UN-ITEM
              VARYING W-LIS-SUB FROM 1 BY 1
              UNTIL W-LIS-SUB > W-LIS-CANT.
      *
       MUESTRO-UN-ITEM.
           COMPUTE W-LINEA = W-LIS-SUB + 4.
           MOVE W-LIS-TIPO(W-LIS-SUB)   TO W-TIPO-CUENTA.
           MOVE W-LIS-CUENTA(W-LIS-SUB) TO W-CUENTA.
           PERFORM BUSCO-NOMBRE THRU F-BUSCO-NOMBRE.
           MOVE W-CUENTA                 TO W-CUENTA-Z.
           MOVE W-LIS-IMPORTE(W-LIS-SUB) TO W-IMPORTE-Z.
           DISPLAY W-TIPO-CUENTA           LINE W-LINEA COL 3
                   W-CUENTA-Z              LINE W-LINEA COL 5
                   W-NOMBRE(1:20)          LINE W-LINEA COL 26
                   W-LIS-MOTIVO(W-LIS-SUB) LINE W-LINEA COL 47
                   W-IMPORTE-Z             LINE W-LINEA COL 68.
      *
      *    NOMBRE Y SALDO DE LA CUENTA W-TIPO-CUENTA / W-CUENTA;
      *    EXISTE QUEDA EN "N" SI NO SE ENCUENTRA
       BUSCO-NOMBRE.
           MOVE "S"    TO EXISTE.
           MOVE SPACES TO W-NOMBRE.
           IF W-TIPO-CUENTA = "C"
              IF W-CUENTA > 9999999
                 MOVE "N" TO EXISTE
                 GO TO F-BUSCO-NOMBRE
              END-IF
              MOVE W-CUENTA TO CLI_ID
              READ CLIENTES INVALID KEY MOVE "N" TO EXISTE
              END-READ
              IF EXISTE = "S"
                 MOVE CLI_NOMBRE TO W-NOMBRE
                 MOVE CLI_SALDO  TO W-SALDO-Z
              END-IF
           ELSE
              MOVE W-CUENTA TO DEU_ID
              READ DEUDORES INVALID KEY MOVE "N" TO EXISTE
              END-READ
              IF EXISTE = "S"
                 STRING DEU_APELLIDO DELIMITED BY "  "
                        " "          DELIMITED BY SIZE
                        DEU_NOMBRE   DELIMITED BY "  "
                        INTO W-NOMBRE
                 END-STRING
                 MOVE DEU_SALDO  TO W-SALDO-Z
              END-IF
           END-IF.
           IF EXISTE = "N"
              MOVE "** INEXISTENTE **" TO W-NOMBRE
           END-IF.
       F-BUSCO-NOMBRE.
           EXIT.
      *
       INGRESO-CUENTA.
           MOVE SPACES TO W-TIPO-CUENTA.
           ACCEPT W-TIPO-CUENTA LINE 19 COL 48 PROMPT.
           IF W-TIPO-CUENTA = SPACES
              MOVE "S" TO FIN
              GO TO F-INGRESO-CUENTA
           END-IF.
           IF W-TIPO-CUENTA NOT = "C" AND W-TIPO-CUENTA NOT = "D"
              DISPLAY "TIPO DE CUENTA INVALIDO (C O D)" LINE 24 COL 1
              GO TO INGRESO-CUENTA
           END-IF.
           ACCEPT W-CUENTA LINE 20 COL 9 PROMPT.
           PERFORM BUSCO-NOMBRE THRU F-BUSCO-NOMBRE.
           IF EXISTE = "N"
              DISPLAY "CUENTA INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-CUENTA
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-INGRESO-CUENTA.
           EXIT.
      *
      *    ================================================
      *    CARGA DE UNA GESTION
      *    ================================================
       MUESTRO-PANTALLA.
           MOVE W-CUENTA TO W-CUENTA-Z.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Gestion de Cobranzas"       LINE 2  COL 30
                   GUIONES                      LINE 3  COL 1
                   "Cuenta: "                   LINE 4  COL 5
                   W-TIPO-CUENTA                LINE 4  COL 13
                   W-CUENTA-Z                   LINE 4  COL 15
                   W-NOMBRE                     LINE 4  COL 37
                   "Saldo : "                   LINE 5  COL 5
                   W-SALDO-Z                    LINE 5  COL 13
                   "ULTIMAS GESTIONES:"         LINE 6  COL 5
                   GUIONES                      LINE 10 COL 1
                   "01. Contacto   : "          LINE 11 COL 5
                   "02. Resultado  : "          LINE 12 COL 5
                   "03. Nota       : "          LINE 13 COL 5
                   "04. Promesa el : "          LINE 14 COL 5
                   "05. Importe    : "          LINE 15 COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
           PERFORM MUESTRO-RESULTADOS
              VARYING W-RES-SUB FROM 1 BY 1
              UNTIL W-RES-SUB > W-MAX-RESULTADOS.
      *
      *    TRES RESULTADOS POR RENGLON EN LAS LINEAS 19 Y 20
       MUESTRO-RESULTADOS.
           COMPUTE W-LINEA = 19 + (W-RES-SUB - 1) / 3.
           COMPUTE W-COLUMNA =
              5 + (W-RES-SUB - 1 - (W-LINEA - 19) * 3) * 25.
           DISPLAY W-RES-SUB                   LINE W-LINEA
                                               COL W-COLUMNA
                   W-RESULTADO-DESC(W-RES-SUB) LINE W-LINEA
                                               COL W-COLUMNA + 3.
      *
      *    LAS GESTIONES DE LA CUENTA VAN POR FECHA: SE GUARDAN LAS
      *    TRES ULTIMAS CORRIENDO LA TABLA HACIA ARRIBA
       MUESTRO-ULTIMAS.
           MOVE 0 TO W-CANT-ULTIMAS.
           INITIALIZE W-ULTIMAS.
           MOVE "N" TO FIN-GESTIONES.
           MOVE W-TIPO-CUENTA TO GES-TIPO-CUENTA.
           MOVE W-CUENTA      TO GES-CUENTA.
           MOVE 0             TO GES-FECHA.
           MOVE 0             TO GES-SECUENCIA.
           START GESTCOB KEY IS NOT LESS THAN GES-CLAVE
              INVALID KEY MOVE "S" TO FIN-GESTIONES
           END-START.
           PERFORM LEO-UNA-GESTION THRU F-LEO-UNA-GESTION
              UNTIL FIN-GESTIONES = "S".
           IF W-CANT-ULTIMAS = 0
              DISPLAY "SIN GESTIONES ANTERIORES" LINE 7 COL 5
              GO TO F-MUESTRO-ULTIMAS
           END-IF.
           PERFORM MUESTRO-UNA-ULTIMA THRU F-MUESTRO-UNA-ULTIMA
              VARYING W-ULT-SUB FROM 1 BY 1
              UNTIL W-ULT-SUB > 3.
       F-MUESTRO-ULTIMAS.
           EXIT.
      *
       LEO-UNA-GESTION.
           READ GESTCOB NEXT RECORD
              AT END MOVE "S" TO FIN-GESTIONES
           END-READ.
           IF FIN-GESTIONES = "S" GO TO F-LEO-UNA-GESTION.
           IF GES-TIPO-CUENTA NOT = W-TIPO-CUENTA
              OR GES-CUENTA NOT = W-CUENTA
              MOVE "S" TO FIN-GESTIONES
              GO TO F-LEO-UNA-GESTION
           END-IF.
           IF W-CANT-ULTIMAS < 3
              ADD 1 TO W-CANT-ULTIMAS
           END-IF.
           MOVE W-ULT-ITEM(2) TO W-ULT-ITEM(1).
           MOVE W-ULT-ITEM(3) TO W-ULT-ITEM(2).
           MOVE GES-FECHA     TO W-ULT-FECHA(3).
           MOVE GES-OPERADOR  TO W-ULT-OPERADOR(3).
           MOVE GES-RESULTADO TO W-ULT-RESULTADO(3).
           MOVE GES-NOTA      TO W-ULT-NOTA(3).
       F-LEO-UNA-GESTION.
           EXIT.
      *
       MUESTRO-UNA-ULTIMA.
           IF W-ULT-FECHA(W-ULT-SUB) = 0 GO TO F-MUESTRO-UNA-ULTIMA.
           COMPUTE W-LINEA = W-ULT-SUB + 6.
           MOVE W-ULT-RESULTADO(W-ULT-SUB) TO W-RES-SUB.
           DISPLAY W-ULT-FECHA(W-ULT-SUB)    LINE W-LINEA COL 5
                   W-ULT-OPERADOR(W-ULT-SUB) LINE W-LINEA COL 15.
           IF W-RES-SUB > 0 AND W-RES-SUB NOT > W-MAX-RESULTADOS
              DISPLAY W-RESULTADO-DESC(W-RES-SUB)
                                             LINE W-LINEA COL 25
           END-IF.
           DISPLAY W-ULT-NOTA(W-ULT-SUB)     LINE W-LINEA COL 42.
       F-MUESTRO-UNA-ULTIMA.
           EXIT.
      *
      *    LOS CONTACTOS DEL CLIENTE CON TELEFONO O EMAIL, HASTA
      *    TRES, EN LAS LINEAS 16 A 18
       MUESTRO-CONTACTOS.
           MOVE 0 TO W-CANT-CONTACTOS.
           IF W-TIPO-CUENTA NOT = "C" OR HAY-CONTACTOS = "N"
              GO TO F-MUESTRO-CONTACTOS
           END-IF.
           MOVE "N" TO FIN-CONTACTOS.
           MOVE W-CUENTA TO CON-CLI-ID.
           MOVE 0        TO CON-SECUENCIA.
           START CLICONTAC KEY IS NOT LESS THAN CON-CLAVE
              INVALID KEY MOVE "S" TO FIN-CONTACTOS
           END-START.
           PERFORM MUESTRO-UN-CONTACTO THRU F-MUESTRO-UN-CONTACTO
              UNTIL FIN-CONTACTOS = "S".
       F-MUESTRO-CONTACTOS.
           EXIT.
      *
       MUESTRO-UN-CONTACTO.
           READ CLICONTAC NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS = "S" GO TO F-MUESTRO-UN-CONTACTO.
           IF CON-CLI-ID NOT = W-CUENTA
              MOVE "S" TO FIN-CONTACTOS
              GO TO F-MUESTRO-UN-CONTACTO
           END-IF.
           IF CON-TELEFONO = SPACES AND CON-EMAIL = SPACES
              GO TO F-MUESTRO-UN-CONTACTO
           END-IF.
           ADD 1 TO W-CANT-CONTACTOS.
           COMPUTE W-LINEA = W-CANT-CONTACTOS + 15.
           DISPLAY CON-SECUENCIA       LINE W-LINEA COL 5
                   CON-NOMBRE(1:25)    LINE W-LINEA COL 9
                   CON-TELEFONO        LINE W-LINEA COL 36
                   CON-EMAIL(1:24)     LINE W-LINEA COL 57.
           IF W-CANT-CONTACTOS = 3
              MOVE "S" TO FIN-CONTACTOS
           END-IF.
       F-MUESTRO-UN-CONTACTO.
           EXIT.
      *
      *    EL CONTACTO SOLO SE PIDE PARA CLIENTES; 0 ES SIN CONTACTO
       INGRESO-CONTACTO.
           IF W-TIPO-CUENTA NOT = "C"
              MOVE 0 TO W-CON-SECUENCIA
              DISPLAY "NO CORRESPONDE" LINE 11 COL 26
              GO TO F-INGRESO-CONTACTO
           END-IF.
           ACCEPT W-CON-SECUENCIA LINE 11 COL 22 UPDATE.
           DISPLAY SPACES LINE 11 COL 26 SIZE 40.
           IF W-CON-SECUENCIA = 0 GO TO F-INGRESO-CONTACTO.
           MOVE "S" TO EXISTE.
           IF HAY-CONTACTOS = "N"
              MOVE "N" TO EXISTE
           ELSE
              MOVE W-CUENTA        TO CON-CLI-ID
              MOVE W-CON-SECUENCIA TO CON-SECUENCIA
              READ CLICONTAC INVALID KEY MOVE "N" TO EXISTE
              END-READ
           END-IF.
           IF EXISTE = "N"
              DISPLAY "CONTACTO INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-CONTACTO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY CON-NOMBRE(1:40) LINE 11 COL 26.
       F-INGRESO-CONTACTO.
           EXIT.
      *
       INGRESO-RESULTADO.
           ACCEPT W-RESULTADO LINE 12 COL 22 UPDATE.
           IF W-RESULTADO = 0 OR W-RESULTADO > W-MAX-RESULTADOS
              DISPLAY "RESULTADO INVALIDO" LINE 24 COL 1
              GO TO INGRESO-RESULTADO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-RESULTADO-DESC(W-RESULTADO) LINE 12 COL 26.
      *
       INGRESO-NOTA.
           ACCEPT W-NOTA LINE 13 COL 22 UPDATE.
      *
      *    SOLO LA PROMESA DE PAGO LLEVA FECHA E IMPORTE; LA FECHA
      *    NO PUEDE SER ANTERIOR A HOY
       INGRESO-PROMESA.
           IF W-RESULTADO NOT = W-RES-PROMESA
              MOVE 0 TO W-PROMESA-FECHA
              MOVE 0 TO W-PROMESA-IMPORTE
              DISPLAY SPACES LINE 14 COL 22 SIZE 20
              DISPLAY SPACES LINE 15 COL 22 SIZE 20
              GO TO F-INGRESO-PROMESA
           END-IF.
       INGRESO-PROMESA-FECHA.
           ACCEPT W-PROMESA-FECHA LINE 14 COL 22 UPDATE.
           MOVE W-PROMESA-FECHA TO W-FECHA.
           PERFORM VALIDO-FECHA.
           IF FECHA-VALIDA = "N" OR W-PROMESA-FECHA < W-FECHA-HOY
              DISPLAY "FECHA DE PROMESA INVALIDA" LINE 24 COL 1
              GO TO INGRESO-PROMESA-FECHA
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       INGRESO-PROMESA-IMPORTE.
           ACCEPT W-PROMESA-IMPORTE LINE 15 COL 22 UPDATE.
           IF W-PROMESA-IMPORTE = 0
              DISPLAY "EL IMPORTE PROMETIDO NO PUEDE SER CERO"
                      LINE 24 COL 1
              GO TO INGRESO-PROMESA-IMPORTE
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-PROMESA-IMPORTE TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 15 COL 22.
       F-INGRESO-PROMESA.
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
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-CONTACTO THRU F-INGRESO-CONTACTO
               WHEN 2
                   PERFORM INGRESO-RESULTADO
                   PERFORM INGRESO-PROMESA THRU F-INGRESO-PROMESA
               WHEN 3
                   PERFORM INGRESO-NOTA
               WHEN 4
                   PERFORM INGRESO-PROMESA THRU F-INGRESO-PROMESA
               WHEN 5
                   PERFORM INGRESO-PROMESA THRU F-INGRESO-PROMESA
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 77
                   CONTINUE
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
      *
       GRABAR.
           IF W-NOTA = SPACES
              DISPLAY "LA NOTA NO PUEDE SER BLANCO" LINE 24 COL 1
              MOVE 3 TO OPCION
              GO TO F-GRABAR
           END-IF.
           INITIALIZE REG-GESTCOB.
           MOVE W-TIPO-CUENTA     TO GES-TIPO-CUENTA.
           MOVE W-CUENTA          TO GES-CUENTA.
           MOVE W-FECHA-HOY       TO GES-FECHA.
           MOVE 1                 TO GES-SECUENCIA.
           ACCEPT GES-HORA        FROM TIME.
           MOVE SIGNON-OPERADOR   TO GES-OPERADOR.
           MOVE W-CON-SECUENCIA   TO GES-CON-SECUENCIA.
           MOVE W-RESULTADO       TO GES-RESULTADO.
           MOVE W-NOTA            TO GES-NOTA.
           MOVE W-PROMESA-FECHA   TO GES-PROMESA-FECHA.
           MOVE W-PROMESA-IMPORTE TO GES-PROMESA-IMPORTE.
           IF W-RESULTADO = W-RES-PROMESA
              SET GES-PROMESA-PENDIENTE TO TRUE
           ELSE
              SET GES-SIN-PROMESA TO TRUE
           END-IF.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-GES-CLAVE.
           WRITE REG-GESTCOB.
           IF ST-FILE-GES = "22"
              ADD 1 TO GES-SECUENCIA
              GO TO GRABO-GES-CLAVE
           END-IF.
           IF ST-FILE-GES > "07"
              STRING "ERROR AL GRABAR GESTCOB " ST-FILE-GES
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "GESCOB1"   TO ERRLOG-PROGRAM
              MOVE "GRABAR"    TO ERRLOG-PARAGRAPH
              MOVE "GESTCOB"   TO ERRLOG-FILENAME
              MOVE GES-CUENTA   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GES  TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           MOVE 77 TO OPCION.
       F-GRABAR.
           EXIT.
       END PROGRAM GESCOB1.
