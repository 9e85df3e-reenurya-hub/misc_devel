       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCAT1.
      *
      *    CONSULTA Y REIMPRESION DE LISTADOS ARCHIVADOS
      *    CADA LISTADO QUE SE EMITE (POR RPTWRT O POR EL PROPIO
      *    PROGRAMA) QUEDA COPIADO CON FECHA Y HORA EN EL NOMBRE Y
      *    REGISTRADO EN EL CATALOGO REPORTS.CAT (VER RPTARC). ESTA
      *    PANTALLA PIDE UN PROGRAMA (* = TODOS) Y UN RANGO DE
      *    FECHAS, MUESTRA LOS LISTADOS DEL CATALOGO QUE CUMPLEN
      *    (PROGRAMA, FECHA Y HORA, QUIEN LO CORRIO - OPERADOR O
      *    VENTANA NIGHTRUN -, PAGINAS Y TITULO) Y VUELVE A MANDAR
      *    A LA IMPRESORA EL QUE SE ELIJA. EL COMANDO DE IMPRESION
      *    SE TOMA DE RPTCAT1.PRM (POR OMISION "lp"). LOS LISTADOS
      *    VENCIDOS LOS DEPURA RPTPUR1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO ASSIGN TO "REPORTS.CAT"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-CAT.
           SELECT ARCHIVADO ASSIGN TO W-ARCHIVO
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ARC.
           SELECT PARAMETRO ASSIGN TO "RPTCAT1.PRM"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PRM.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CATALOGO DE LISTADOS ARCHIVADOS (MISMO LAYOUT QUE GRABA
      *    RPTARC): ORIGEN ES EL OPERADOR, "NIGHTRUN" (CON EL INICIO
      *    DE LA VENTANA) O "BATCH"
       FD CATALOGO.
       01 REG-CATALOGO.
           03 RCA-ARCHIVO           PIC X(40).
           03 FILLER                PIC X.
           03 RCA-PROGRAMA          PIC X(8).
           03 FILLER                PIC X.
           03 RCA-TITULO            PIC X(40).
           03 FILLER                PIC X.
           03 RCA-FECHA             PIC 9(8).
           03 FILLER                PIC X.
           03 RCA-HORA              PIC 9(6).
           03 FILLER                PIC X.
           03 RCA-ORIGEN            PIC X(8).
           03 FILLER                PIC X.
           03 RCA-VENTANA-FECHA     PIC 9(8).
           03 FILLER                PIC X.
           03 RCA-VENTANA-HORA      PIC 9(6).
           03 FILLER                PIC X.
           03 RCA-PAGINAS           PIC 9(5).
           03 FILLER                PIC X.
           03 RCA-RETENCION         PIC X.
      *
       FD ARCHIVADO.
       01 LINEA-ARCHIVADO           PIC X(250).
      *
       FD PARAMETRO.
       01 REG-PARAMETRO             PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-CAT             PIC XX.
       01  ST-FILE-ARC             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  FIN-CATALOGO            PIC X.
       01  HAY-MAS                 PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA                PIC X.
      *
       01  W-PROGRAMA              PIC X(8).
       01  W-FECHA-DESDE           PIC 9(8).
       01  W-FECHA-HASTA           PIC 9(8).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-ARCHIVO               PIC X(40).
       01  W-IMPRESORA             PIC X(60) VALUE "lp".
       01  W-COMANDO               PIC X(120).
       01  W-PAGINAS-Z             PIC ZZ.ZZ9.
       01  W-NRO-Z                 PIC Z9.
       01  W-LINEA                 PIC 99.
       01  W-ELEGIDO               PIC 99.
       01  W-IND                   PIC 99.
      *
      *    LOS LISTADOS QUE CUMPLEN EL PEDIDO, EN EL ORDEN DEL
      *    CATALOGO (EL MAS VIEJO PRIMERO)
       01  W-MAX-TABLA             PIC 99 VALUE 12.
       01  W-CANT-TABLA            PIC 99 VALUE 0.
       01  W-TABLA.
           02 W-TAB-ENTRADA OCCURS 12 TIMES.
              03 W-TAB-ARCHIVO     PIC X(40).
              03 W-TAB-PROGRAMA    PIC X(8).
              03 W-TAB-TITULO      PIC X(40).
              03 W-TAB-FECHA       PIC 9(8).
              03 W-TAB-HORA        PIC 9(6).
              03 W-TAB-ORIGEN      PIC X(8).
              03 W-TAB-VENTANA     PIC 9(8).
              03 W-TAB-PAGINAS     PIC 9(5).
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
           MOVE "RPTCAT1" TO SIGNON-PROGRAM.
           MOVE 1          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEO-PARAMETRO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       LEO-PARAMETRO.
           OPEN INPUT PARAMETRO.
           IF ST-FILE-PRM = "00"
              READ PARAMETRO
                 AT END CONTINUE
                 NOT AT END
                    IF REG-PARAMETRO NOT = SPACES
                       MOVE REG-PARAMETRO TO W-IMPRESORA
                    END-IF
              END-READ
              CLOSE PARAMETRO
           END-IF.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-PEDIDO THRU F-INGRESO-PEDIDO.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM BUSCO-LISTADOS THRU F-BUSCO-LISTADOS.
           IF W-CANT-TABLA = 0
              DISPLAY "NO HAY LISTADOS ARCHIVADOS PARA ESE PEDIDO"
                      LINE 24 COL 1
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
           PERFORM MUESTRO-LISTADOS.
           PERFORM ELIJO-LISTADO THRU F-ELIJO-LISTADO.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Consulta y Reimpresion de Listados" LINE 2 COL 23
                   GUIONES                      LINE 3  COL 1
                   "Programa (*=Todos, blanco=Salir): " LINE 4 COL 5
                   "Desde fecha (AAAAMMDD, 0=Sin limite): "
                                                LINE 5  COL 5
                   "Hasta fecha (AAAAMMDD, 0=Hoy)       : "
                                                LINE 6  COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
      *
       INGRESO-PEDIDO.
           MOVE SPACES TO W-PROGRAMA.
           ACCEPT W-PROGRAMA LINE 4 COL 40 PROMPT.
           IF W-PROGRAMA = SPACES
              MOVE "S" TO FIN
              GO TO F-INGRESO-PEDIDO
           END-IF.
           MOVE 0 TO W-FECHA-DESDE.
           ACCEPT W-FECHA-DESDE LINE 5 COL 44 PROMPT.
           MOVE 0 TO W-FECHA-HASTA.
           ACCEPT W-FECHA-HASTA LINE 6 COL 44 PROMPT.
           IF W-FECHA-HASTA = 0
              MOVE W-FECHA-HOY TO W-FECHA-HASTA
           END-IF.
           IF W-FECHA-DESDE > W-FECHA-HASTA
              DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA"
                      LINE 24 COL 1
              GO TO INGRESO-PEDIDO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-INGRESO-PEDIDO.
           EXIT.
      *
      *    RECORRE EL CATALOGO Y GUARDA LOS QUE CUMPLEN; SI SON MAS
      *    DE LOS QUE ENTRAN EN PANTALLA SE AVISA PARA ACOTAR
       BUSCO-LISTADOS.
           MOVE 0   TO W-CANT-TABLA.
           MOVE "N" TO HAY-MAS.
           MOVE "N" TO FIN-CATALOGO.
           OPEN INPUT CATALOGO.
           IF ST-FILE-CAT NOT = "00" AND ST-FILE-CAT NOT = "05"
              STRING "ERROR AL ABRIR REPORTS.CAT " ST-FILE-CAT
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "RPTCAT1"        TO ERRLOG-PROGRAM
              MOVE "BUSCO-LISTADOS" TO ERRLOG-PARAGRAPH
              MOVE "REPORTS.CAT"    TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CAT      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-BUSCO-LISTADOS
           END-IF.
           PERFORM LEO-CATALOGO THRU F-LEO-CATALOGO
              UNTIL FIN-CATALOGO = "S".
           CLOSE CATALOGO.
       F-BUSCO-LISTADOS.
           EXIT.
      *
       LEO-CATALOGO.
           READ CATALOGO
              AT END MOVE "S" TO FIN-CATALOGO
           END-READ.
           IF FIN-CATALOGO = "S" GO TO F-LEO-CATALOGO.
           IF W-PROGRAMA NOT = "*" AND RCA-PROGRAMA NOT = W-PROGRAMA
              GO TO F-LEO-CATALOGO
           END-IF.
           IF RCA-FECHA NOT NUMERIC
              OR RCA-FECHA < W-FECHA-DESDE
              OR RCA-FECHA > W-FECHA-HASTA
              GO TO F-LEO-CATALOGO
           END-IF.
           IF W-CANT-TABLA NOT < W-MAX-TABLA
              MOVE "S" TO HAY-MAS
              MOVE "S" TO FIN-CATALOGO
              GO TO F-LEO-CATALOGO
           END-IF.
           ADD 1 TO W-CANT-TABLA.
           MOVE RCA-ARCHIVO       TO W-TAB-ARCHIVO(W-CANT-TABLA).
           MOVE RCA-PROGRAMA      TO W-TAB-PROGRAMA(W-CANT-TABLA).
           MOVE RCA-TITULO        TO W-TAB-TITULO(W-CANT-TABLA).
           MOVE RCA-FECHA         TO W-TAB-FECHA(W-CANT-TABLA).
           MOVE RCA-HORA          TO W-TAB-HORA(W-CANT-TABLA).
           MOVE RCA-ORIGEN        TO W-TAB-ORIGEN(W-CANT-TABLA).
           MOVE RCA-VENTANA-FECHA TO W-TAB-VENTANA(W-CANT-TABLA).
           MOVE RCA-PAGINAS       TO W-TAB-PAGINAS(W-CANT-TABLA).
       F-LEO-CATALOGO.
           EXIT.
      *
       MUESTRO-LISTADOS.
           DISPLAY "NRO PROGRAMA FECHA    HORA   ORIGEN   PAGS  TITULO"
                   LINE 7 COL 1.
           MOVE 8 TO W-LINEA.
           PERFORM MUESTRO-UN-LISTADO
              VARYING W-IND FROM 1 BY 1
              UNTIL W-IND > W-CANT-TABLA.
           IF HAY-MAS = "S"
              DISPLAY "(HAY MAS - ACOTE EL RANGO DE FECHAS)"
                      LINE W-LINEA COL 5
           END-IF.
      *
       MUESTRO-UN-LISTADO.
           MOVE W-IND TO W-NRO-Z.
           MOVE W-TAB-PAGINAS(W-IND) TO W-PAGINAS-Z.
           DISPLAY W-NRO-Z                   LINE W-LINEA COL 2
                   W-TAB-PROGRAMA(W-IND)     LINE W-LINEA COL 5
                   W-TAB-FECHA(W-IND)        LINE W-LINEA COL 14
                   W-TAB-HORA(W-IND)         LINE W-LINEA COL 23
                   W-TAB-ORIGEN(W-IND)       LINE W-LINEA COL 30
                   W-PAGINAS-Z               LINE W-LINEA COL 38
                   W-TAB-TITULO(W-IND)(1:36) LINE W-LINEA COL 45.
           ADD 1 TO W-LINEA.
      *
       ELIJO-LISTADO.
           DISPLAY "NRO. A REIMPRIMIR (0=OTRO PEDIDO) [77 - SALIR]"
                   LINE 23 COL 1.
           ACCEPT W-ELEGIDO LINE 21 COL 38 PROMPT.
           IF W-ELEGIDO = 77
              MOVE "S" TO FIN
              GO TO F-ELIJO-LISTADO
           END-IF.
           IF W-ELEGIDO = 0 GO TO F-ELIJO-LISTADO.
           IF W-ELEGIDO > W-CANT-TABLA
              DISPLAY "NUMERO FUERA DE LA LISTA" LINE 24 COL 1
              GO TO ELIJO-LISTADO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           PERFORM MUESTRO-ELEGIDO.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO ELIJO-LISTADO
           END-IF.
           PERFORM REIMPRIMO THRU F-REIMPRIMO.
           GO TO ELIJO-LISTADO.
       F-ELIJO-LISTADO.
           EXIT.
      *
      *    EL ARCHIVO FECHADO Y, SI LO CORRIO NIGHTRUN, LA VENTANA
       MUESTRO-ELEGIDO.
           DISPLAY SPACES LINE 20 COL 1 SIZE 80.
           DISPLAY "ARCHIVO: "              LINE 20 COL 1
                   W-TAB-ARCHIVO(W-ELEGIDO) LINE 20 COL 10.
           IF W-TAB-ORIGEN(W-ELEGIDO) = "NIGHTRUN"
              DISPLAY "VENTANA DEL "           LINE 20 COL 45
                      W-TAB-VENTANA(W-ELEGIDO) LINE 20 COL 57
           END-IF.
      *
      *    LA COPIA PUDO HABER SIDO DEPURADA POR RPTPUR1 DESPUES DE
      *    LEIDO EL CATALOGO: SE VERIFICA ANTES DE MANDARLA
       REIMPRIMO.
           MOVE W-TAB-ARCHIVO(W-ELEGIDO) TO W-ARCHIVO.
           OPEN INPUT ARCHIVADO.
           IF ST-FILE-ARC NOT = "00"
              DISPLAY "EL LISTADO YA NO ESTA EN DISCO" LINE 24 COL 1
              GO TO F-REIMPRIMO
           END-IF.
           CLOSE ARCHIVADO.
           MOVE SPACES TO W-COMANDO.
           STRING W-IMPRESORA DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  W-ARCHIVO   DELIMITED BY SPACE
                  INTO W-COMANDO.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING W-COMANDO.
           IF RETURN-CODE NOT = 0
              MOVE SPACES TO MENSAJE
              STRING "LA IMPRESORA RECHAZO EL LISTADO "
                     W-ARCHIVO DELIMITED BY SIZE
                     INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "LISTADO ENVIADO A LA IMPRESORA" LINE 24 COL 1
           END-IF.
       F-REIMPRIMO.
           EXIT.
      *
       CONFIRMO.
           DISPLAY "CONFIRMA (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA LINE 24 COL 18.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       END PROGRAM RPTCAT1.
