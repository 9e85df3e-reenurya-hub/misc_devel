       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCOR1.
      *
      *    APROBACION DE LOS PREVIEW DE CORRIDAS NOCTURNAS
      *    PANTALLA DE SUPERVISOR (NIVEL 2) PARA RESOLVER LOS PREVIEW
      *    QUE DEJAN INTDEU1 (INTERESES SOBRE DEUDORES) Y REVALME1
      *    (REVALUACION EN MONEDA EXTRANJERA) EN PRECORR.DAT. MUESTRA
      *    EL ESTADO DE CADA CORRIDA; ELEGIDA UNA CON EL PREVIEW
      *    PENDIENTE, SE VEN SUS TOTALES (EL DETALLE ESTA EN SU
      *    LISTADO, INTDEU1.LST O REVALME1.LST) Y SE APRUEBA O SE
      *    RECHAZA. APROBADO, LA CORRIDA SIGUIENTE DEL PROGRAMA
      *    ASIENTA EXACTAMENTE LO PROPUESTO; RECHAZADO, LA CORRIDA
      *    SIGUIENTE TOMA UN PREVIEW NUEVO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRECORR ASSIGN TO "./precorr.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PRC-PROGRAMA
                  STATUS ST-FILE-PRC.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CONTROL DE LAS CORRIDAS CON PREVIEW (INTDEU1 Y REVALME1):
      *    UN REGISTRO POR PROGRAMA CON EL ESTADO DEL ULTIMO PREVIEW
      *    Y LA FOTO DEL MAESTRO AL TOMARLO
       FD PRECORR.
       01 REG-PRECORR.
           03 PRC-PROGRAMA          PIC X(8).
           03 PRC-ESTADO            PIC X.
              88 PRC-PENDIENTE      VALUE "P".
              88 PRC-APROBADO       VALUE "A".
              88 PRC-RECHAZADO      VALUE "R".
              88 PRC-VENCIDO        VALUE "V".
              88 PRC-APLICADO       VALUE "C".
           03 PRC-FECHA-PREVIEW     PIC 9(8).
           03 PRC-HORA-PREVIEW      PIC 9(8).
           03 PRC-CANT-LEIDOS       PIC 9(6).
           03 PRC-CANT-PROPUESTOS   PIC 9(6).
           03 PRC-TOTAL             PIC S9(12)V9(3).
           03 PRC-CTL-CANTIDAD      PIC 9(8).
           03 PRC-CTL-SALDOS        PIC S9(14)V9(3).
           03 PRC-CTL-SALDOS-ME     PIC S9(14)V9(3).
           03 PRC-FECHA-RESOLUCION  PIC 9(8).
           03 PRC-OPERADOR-RESUELVE PIC X(8).
           03 PRC-FECHA-APLICADO    PIC 9(8).
           03 FILLER                PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PRC             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  FIN-CONTROL             PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA                PIC X.
      *
       01  W-PROGRAMA              PIC X(8).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-HORA-8                PIC 9(8).
       01  W-HORA-R REDEFINES W-HORA-8.
           03  W-HORA-HHMM         PIC 9(4).
           03  FILLER              PIC 9(4).
       01  W-CANTIDAD-Z            PIC ZZZ.ZZ9.
       01  W-IMPORTE-Z             PIC -(12)9,999.
       01  W-ESTADO-TEXTO          PIC X(20).
       01  W-ROTULO-TOTAL          PIC X(17).
       01  W-LISTADO               PIC X(12).
       01  W-LINEA                 PIC 99.
       01  W-MAX-LINEA             PIC 99 VALUE 18.
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
           MOVE "APRCOR1" TO SIGNON-PROGRAM.
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
           OPEN I-O PRECORR.
           IF ST-FILE-PRC = "35"
              OPEN OUTPUT PRECORR
              CLOSE PRECORR
              OPEN I-O PRECORR
           END-IF.
           IF ST-FILE-PRC > "07"
              STRING "ERROR AL ABRIR PRECORR " ST-FILE-PRC
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "APRCOR1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "PRECORR"      TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRC    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE PRECORR.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM LISTO-CORRIDAS THRU F-LISTO-CORRIDAS.
           PERFORM INGRESO-PROGRAMA THRU F-INGRESO-PROGRAMA.
           IF FIN = "S" GO TO F-PROCESO.
           IF NOT PRC-PENDIENTE
              DISPLAY "EL PREVIEW NO ESTA PENDIENTE DE APROBACION"
                      LINE 24 COL 1
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
           PERFORM MUESTRO-PREVIEW.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Aprobacion de Preview de Corridas" LINE 2 COL 23
                   GUIONES                      LINE 3  COL 1
                   "Programa (blanco=Salir): "  LINE 4  COL 5
                   "CORRIDAS CON PREVIEW"       LINE 6  COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
      *
      *    UNA LINEA POR PROGRAMA CON EL ESTADO DE SU ULTIMO PREVIEW
       LISTO-CORRIDAS.
           MOVE 7   TO W-LINEA.
           MOVE "N" TO FIN-CONTROL.
           MOVE LOW-VALUES TO PRC-PROGRAMA.
           START PRECORR KEY IS NOT LESS THAN PRC-PROGRAMA
              INVALID KEY MOVE "S" TO FIN-CONTROL
           END-START.
           PERFORM LISTO-UNA-CORRIDA THRU F-LISTO-UNA-CORRIDA
              UNTIL FIN-CONTROL = "S".
       F-LISTO-CORRIDAS.
           EXIT.
      *
       LISTO-UNA-CORRIDA.
           READ PRECORR NEXT RECORD
              AT END MOVE "S" TO FIN-CONTROL
           END-READ.
           IF FIN-CONTROL = "S" GO TO F-LISTO-UNA-CORRIDA.
           IF W-LINEA > W-MAX-LINEA
              DISPLAY "(HAY MAS)" LINE W-LINEA COL 5
              MOVE "S" TO FIN-CONTROL
              GO TO F-LISTO-UNA-CORRIDA
           END-IF.
           PERFORM TEXTO-ESTADO.
           MOVE PRC-CANT-PROPUESTOS TO W-CANTIDAD-Z.
           DISPLAY PRC-PROGRAMA      LINE W-LINEA COL 5
                   PRC-FECHA-PREVIEW LINE W-LINEA COL 15
                   W-CANTIDAD-Z      LINE W-LINEA COL 25
                   W-ESTADO-TEXTO    LINE W-LINEA COL 35.
           ADD 1 TO W-LINEA.
       F-LISTO-UNA-CORRIDA.
           EXIT.
      *
       TEXTO-ESTADO.
           EVALUATE TRUE
              WHEN PRC-PENDIENTE
                 MOVE "PENDIENTE"          TO W-ESTADO-TEXTO
              WHEN PRC-APROBADO
                 MOVE "APROBADO"           TO W-ESTADO-TEXTO
              WHEN PRC-RECHAZADO
                 MOVE "RECHAZADO"          TO W-ESTADO-TEXTO
              WHEN PRC-VENCIDO
                 MOVE "VENCIDO"            TO W-ESTADO-TEXTO
              WHEN PRC-APLICADO
                 MOVE "ASENTADO"           TO W-ESTADO-TEXTO
              WHEN OTHER
                 MOVE "** DESCONOCIDO **"  TO W-ESTADO-TEXTO
           END-EVALUATE.
      *
       INGRESO-PROGRAMA.
           MOVE SPACES TO W-PROGRAMA.
           ACCEPT W-PROGRAMA LINE 4 COL 30 PROMPT.
           IF W-PROGRAMA = SPACES
              MOVE "S" TO FIN
              GO TO F-INGRESO-PROGRAMA
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE W-PROGRAMA TO PRC-PROGRAMA.
           READ PRECORR INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "EL PROGRAMA NO TIENE PREVIEW" LINE 24 COL 1
              GO TO INGRESO-PROGRAMA
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-PROGRAMA LINE 4 COL 30.
       F-INGRESO-PROGRAMA.
           EXIT.
      *
       MUESTRO-PREVIEW.
           DISPLAY " " LINE 6 COL 1 ERASE EOS.
           IF PRC-PROGRAMA = "INTDEU1"
              MOVE "Total intereses: " TO W-ROTULO-TOTAL
              MOVE "INTDEU1.LST"       TO W-LISTADO
           ELSE
              MOVE "Total cons. ARS: " TO W-ROTULO-TOTAL
              MOVE "REVALME1.LST"      TO W-LISTADO
           END-IF.
           MOVE PRC-HORA-PREVIEW TO W-HORA-8.
           DISPLAY "Preview del    : "  LINE 7  COL 5
                   PRC-FECHA-PREVIEW    LINE 7  COL 22
                   W-HORA-HHMM          LINE 7  COL 32.
           MOVE PRC-CANT-LEIDOS TO W-CANTIDAD-Z.
           DISPLAY "Leidos         : "  LINE 9  COL 5
                   W-CANTIDAD-Z         LINE 9  COL 22.
           MOVE PRC-CANT-PROPUESTOS TO W-CANTIDAD-Z.
           DISPLAY "Propuestos     : "  LINE 10 COL 5
                   W-CANTIDAD-Z         LINE 10 COL 22.
           MOVE PRC-TOTAL TO W-IMPORTE-Z.
           DISPLAY W-ROTULO-TOTAL       LINE 11 COL 5
                   W-IMPORTE-Z          LINE 11 COL 22
                   "Detalle en     : "  LINE 13 COL 5
                   W-LISTADO            LINE 13 COL 22
                   "OPCION [   ]    : " LINE 21 COL 30
                   GUIONES              LINE 22 COL 1.
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
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-APRUEBO
           END-IF.
           SET PRC-APROBADO TO TRUE.
           PERFORM RESUELVO-PREVIEW.
           DISPLAY "PREVIEW APROBADO - SE ASIENTA EN LA PROXIMA CORRIDA"
                   LINE 24 COL 1.
       F-APRUEBO.
           EXIT.
      *
       RECHAZO.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-RECHAZO
           END-IF.
           SET PRC-RECHAZADO TO TRUE.
           PERFORM RESUELVO-PREVIEW.
           DISPLAY "PREVIEW RECHAZADO" LINE 24 COL 1.
       F-RECHAZO.
           EXIT.
      *
       RESUELVO-PREVIEW.
           MOVE W-FECHA-HOY     TO PRC-FECHA-RESOLUCION.
           MOVE SIGNON-OPERADOR TO PRC-OPERADOR-RESUELVE.
           REWRITE REG-PRECORR.
           IF ST-FILE-PRC > "07"
              STRING "ERROR AL REGRABAR PRECORR " ST-FILE-PRC
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "APRCOR1"          TO ERRLOG-PROGRAM
              MOVE "RESUELVO-PREVIEW" TO ERRLOG-PARAGRAPH
              MOVE "PRECORR"          TO ERRLOG-FILENAME
              MOVE PRC-PROGRAMA       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRC        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       CONFIRMO.
           DISPLAY "CONFIRMA (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA LINE 24 COL 18.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       END PROGRAM APRCOR1.
