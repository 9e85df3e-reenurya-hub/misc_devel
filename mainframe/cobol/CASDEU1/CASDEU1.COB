       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASDEU1.
      *
      *    PROPUESTA DE CASTIGO DE DEUDORES INCOBRABLES
      *    UN OPERADOR DE COBRANZAS (NIVEL 1) PROPONE DAR DE BAJA
      *    COMO INCOBRABLE EL DEU_SALDO DE UN DEUDOR, CON UN MOTIVO
      *    CODIFICADO Y UNA OBSERVACION. LA PROPUESTA QUEDA
      *    PENDIENTE EN CASTIGOS.DAT Y NO TOCA EL SALDO: LA APRUEBA
      *    O RECHAZA UN SUPERVISOR EN CASDEU2, QUE ES QUIEN ASIENTA
      *    EL CASTIGO EN DEUMOV.DAT. UN DEUDOR NO PUEDE TENER MAS DE
      *    UNA PROPUESTA PENDIENTE. EL CASTIGO YA NO SE HACE CON UN
      *    AJUSTE "J" EN MNTDEU1, QUE NO SE DISTINGUE DE UNA
      *    CORRECCION DE CARGA NI LLEGA A CONTABILIDAD COMO PERDIDA.
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
      *    CASTIGOS.DAT: UNA PROPUESTA DE CASTIGO POR DEUDOR + FECHA
      *    + SECUENCIA, CON SU RESOLUCION (VER CASDEU2)
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
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CAS             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  FIN-CASTIGOS            PIC X.
       01  HAY-PENDIENTE           PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
      *
       01  W-DEU-ID                PIC 9(20).
       01  W-DEU-ID-Z              PIC Z(19)9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-SALDO-Z               PIC Z(9)9,99.
       01  W-MOTIVO                PIC 9(2).
       01  W-OBSERVACION           PIC X(40).
      *
      *    MOTIVOS DE CASTIGO (LOS MISMOS EN CASDEU2 Y RPTDEB05)
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
           MOVE "CASDEU1" TO SIGNON-PROGRAM.
           MOVE 1          TO SIGNON-NIVEL-REQUERIDO.
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
           OPEN INPUT DEUDORES.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR DEUDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "CASDEU1"      TO ERRLOG-PROGRAM
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
              MOVE "CASDEU1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "CASTIGOS"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CAS    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE DEUDORES.
           CLOSE CASTIGOS.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-DEUDOR THRU F-INGRESO-DEUDOR.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM BUSCO-PENDIENTE THRU F-BUSCO-PENDIENTE.
           IF HAY-PENDIENTE = "S"
              DISPLAY "YA TIENE UNA PROPUESTA PENDIENTE DEL "
                      LINE 24 COL 1
                      CAS-FECHA-PROPUESTA LINE 24 COL 39
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
           IF DEU_SALDO = 0
              DISPLAY "DEUDOR SIN SALDO - NO HAY NADA QUE CASTIGAR"
                      LINE 24 COL 1
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
           MOVE 0      TO W-MOTIVO.
           MOVE SPACES TO W-OBSERVACION.
           PERFORM INGRESO-MOTIVO.
           PERFORM INGRESO-OBSERVACION.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Propuesta de Castigo de Deudores" LINE 2 COL 24
                   GUIONES                      LINE 3  COL 1
                   "Id Deudor (0=Salir): "      LINE 4  COL 5
                   "Saldo          : "          LINE 7  COL 5
                   "01. Motivo     : "          LINE 9  COL 5
                   "02. Observacion: "          LINE 11 COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
           PERFORM MUESTRO-MOTIVOS
              VARYING W-MOTIVO FROM 1 BY 1
              UNTIL W-MOTIVO > W-MAX-MOTIVOS.
      *
       MUESTRO-MOTIVOS.
           DISPLAY W-MOTIVO                LINE W-MOTIVO + 12 COL 10
                   W-MOTIVO-DESC(W-MOTIVO) LINE W-MOTIVO + 12 COL 14.
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
           MOVE DEU_SALDO TO W-SALDO-Z.
           DISPLAY W-DEU-ID-Z         LINE 4 COL 27
                   DEU_APELLIDO(1:30) LINE 5 COL 5
                   DEU_NOMBRE(1:30)   LINE 5 COL 37
                   W-SALDO-Z          LINE 7 COL 22.
           IF DEU_CASTIGADO
              DISPLAY "YA CASTIGADO EL " LINE 7 COL 45
                      DEU_FECHA_CASTIGO  LINE 7 COL 61
           END-IF.
       F-INGRESO-DEUDOR.
           EXIT.
      *
      *    LAS PROPUESTAS DEL DEUDOR ESTAN JUNTAS POR LA CLAVE
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
       INGRESO-MOTIVO.
           ACCEPT W-MOTIVO LINE 9 COL 22 UPDATE.
           IF W-MOTIVO = 0 OR W-MOTIVO > W-MAX-MOTIVOS
              DISPLAY "MOTIVO INVALIDO" LINE 24 COL 1
              GO TO INGRESO-MOTIVO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-MOTIVO-DESC(W-MOTIVO) LINE 9 COL 26.
      *
       INGRESO-OBSERVACION.
           ACCEPT W-OBSERVACION LINE 11 COL 22 UPDATE.
           IF W-OBSERVACION = SPACES
              DISPLAY "LA OBSERVACION NO PUEDE SER BLANCO"
                      LINE 24 COL 1
              GO TO INGRESO-OBSERVACION
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-MOTIVO
               WHEN 2
                   PERFORM INGRESO-OBSERVACION
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 77
                   MOVE "S" TO FIN
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
      *
      *    LA PROPUESTA GUARDA EL SALDO DEL MOMENTO SOLO COMO
      *    REFERENCIA: CASDEU2 CASTIGA EL SALDO QUE HAYA AL APROBAR
       GRABAR.
           INITIALIZE REG-CASTIGOS.
           MOVE W-DEU-ID        TO CAS-DEU-ID.
           MOVE W-FECHA-HOY     TO CAS-FECHA-PROPUESTA.
           MOVE 1               TO CAS-SECUENCIA.
           MOVE W-MOTIVO        TO CAS-MOTIVO.
           MOVE W-OBSERVACION   TO CAS-OBSERVACION.
           MOVE DEU_SALDO       TO CAS-SALDO-PROPUESTO.
           MOVE SIGNON-OPERADOR TO CAS-OPERADOR-PROPONE.
           SET CAS-PENDIENTE    TO TRUE.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-CAS-CLAVE.
           WRITE REG-CASTIGOS.
           IF ST-FILE-CAS = "22"
              ADD 1 TO CAS-SECUENCIA
              GO TO GRABO-CAS-CLAVE
           END-IF.
           IF ST-FILE-CAS > "07"
              STRING "ERROR AL GRABAR CASTIGOS " ST-FILE-CAS
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "CASDEU1"   TO ERRLOG-PROGRAM
              MOVE "GRABAR"    TO ERRLOG-PARAGRAPH
              MOVE "CASTIGOS"  TO ERRLOG-FILENAME
              MOVE W-DEU-ID     TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CAS  TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           DISPLAY "PROPUESTA GRABADA - PENDIENTE DE APROBACION"
                   LINE 24 COL 1.
           MOVE 77 TO OPCION.
       F-GRABAR.
           EXIT.
       END PROGRAM CASDEU1.
