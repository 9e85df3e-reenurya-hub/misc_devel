      *    ALIMENTA FSTRUCT1) Y IMPRIME EL SALDO INICIAL AL COMIENZO
      *    DEL RANGO, CADA MOVIMIENTO (FECHA, TIPO, IMPORTE, SALDO
      *    RESULTANTE) Y EL SALDO FINAL AL CIERRE DEL RANGO.
      *    LOS ANIOS YA TRASPASADOS POR CIEANU1 ESTAN EN LOS JOURNALS
      *    HISTORICOS CLIMOVAAAA.DAT: SI EL RANGO LOS TOCA SE LEEN EN
      *    ORDEN DE ANIO ANTES QUE EL VIVO. LA APERTURA ("S") DE CADA
      *    ANIO NO SE IMPRIME; SOLO DA EL SALDO INICIAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
      *    EL HISTORICO DE CADA ANIO TRASPASADO (VER CIEANU1)
           SELECT OPTIONAL CLIHIS ASSIGN TO W-NOMBRE-HISTORICO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HIS-CLAVE
           STATUS ST-FILE-HIS.
           SELECT LISTADO ASSIGN TO "./rptcli03.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
              88  MOV-CREDITO      VALUE "C".
              88  MOV-DEBITO       VALUE "D".
              88  MOV-REVALUO      VALUE "R".
              88  MOV-APERTURA     VALUE "S".
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
      *       MOV-DOCUMENTO NAMES THE INVOICE (FACTCLI1) BEHIND THE
      *       MOVEMENT; 0 WHEN NO DOCUMENT APPLIES. A CREDIT NOTE
      *       CARRIES ITS OWN NUMBER THERE, MOV-TIPO-DOC "N" AND THE
      *       INVOICE IT REVERSES IN MOV-DOC-REFERENCIA
           03  MOV-DOCUMENTO       PIC 9(7).
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-NOTA-CREDITO VALUE "N".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
      *    MISMO LAYOUT QUE EL VIVO
       FD CLIHIS.
       01 REG-CLIHIS.
           03  HIS-CLAVE.
               05  HIS-ID_CLIENTE  PIC 9(7).
               05  HIS-FECHA       PIC 9(8).
               05  HIS-SECUENCIA   PIC 9(4).
           03  FILLER              PIC X(66).
      *
       FD LISTADO.
       01 LINEA-LISTADO               PIC X(132).
       01  ST-FILE                    PIC XX.
       01  ST-FILE-MOV                PIC XX.
       01  ST-FILE-LST                PIC XX.
       01  ST-FILE-HIS                PIC XX.
       01  FIN-MOVIMIENTOS            PIC X VALUE "N".
       01  FIN-HISTORICO              PIC X.
       01  LEYENDO-HISTORICO          PIC X VALUE "N".
       01  W-NOMBRE-HISTORICO         PIC X(30).
       01  W-ANIO-HISTORICO           PIC 9(4).
       01  W-ANIO-HASTA               PIC 9(4).
       01  W-FECHA-HOY                PIC 9(8).
       01  W-FECHA-HOY-R  REDEFINES W-FECHA-HOY.
           03  W-HOY-AAAA             PIC 9(4).
           03  FILLER                 PIC 9(4).
       01  W-CLI-ID-PEDIDO            PIC 9(7).
       01  W-FECHA-DESDE              PIC 9(8).
       01  W-FECHA-HASTA              PIC 9(8).
       01  W-CANT-MOVIMIENTOS         PIC 9(6) VALUE 0.
       01  HAY-MOV-PREVIO             PIC X VALUE "N".
       01  W-DOCUMENTO-Z              PIC 9(7).
       01  W-REFERENCIA-Z             PIC 9(7).
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(28) VALUE
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-SALDO     PIC -(9)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DOCUMENTO PIC X(28).
       01  L-SALDO-FINAL.
           03  FILLER          PIC X(20) VALUE "SALDO FINAL:        ".
           03  L-FIN-VALOR     PIC -(9)9,999.
           03  FILLER          PIC X(25) VALUE
               "MOVIMIENTOS IMPRESOS:    ".
           03  L-RES-CANT      PIC ZZZ.ZZ9.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-FECHA-DESDE.
           DISPLAY "FECHA HASTA AAAAMMDD: ".
           ACCEPT W-FECHA-HASTA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIMOV.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL ABRIR CLIMOV " ST-FILE-MOV
              MOVE "S" TO FIN-MOVIMIENTOS
           END-IF.
      *    LOS HISTORICOS VAN DEL ANIO DE LA FECHA DESDE HASTA EL
      *    DE LA FECHA HASTA; EL ANIO EN CURSO NUNCA ESTA TRASPASADO
           IF FIN-MOVIMIENTOS = "N"
              COMPUTE W-ANIO-HISTORICO = W-FECHA-DESDE / 10000
              COMPUTE W-ANIO-HASTA     = W-FECHA-HASTA / 10000
              IF W-ANIO-HASTA NOT < W-HOY-AAAA
                 COMPUTE W-ANIO-HASTA = W-HOY-AAAA - 1
              END-IF
              PERFORM ABRO-HISTORICO THRU F-ABRO-HISTORICO
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-CLI-ID-PEDIDO TO L-ENC-ID.
           END-IF.
           CLOSE CLIENTES.
      *
      *    EL PRIMER HISTORICO QUE EXISTA Y TENGA LA CUENTA QUEDA
      *    POSICIONADO; SIN NINGUNO (O PASADO EL ULTIMO) SE SIGUE CON
      *    EL VIVO
       ABRO-HISTORICO.
           MOVE "N" TO LEYENDO-HISTORICO.
           IF W-ANIO-HISTORICO > W-ANIO-HASTA
              PERFORM POSICIONO-VIVO
              GO TO F-ABRO-HISTORICO
           END-IF.
           MOVE SPACES TO W-NOMBRE-HISTORICO.
           STRING "./climov" W-ANIO-HISTORICO ".dat"
              DELIMITED BY SIZE INTO W-NOMBRE-HISTORICO.
           OPEN INPUT CLIHIS.
           IF ST-FILE-HIS = "00"
              PERFORM POSICIONO-HISTORICO
           ELSE
              IF ST-FILE-HIS = "05"
                 CLOSE CLIHIS
              END-IF
           END-IF.
           IF LEYENDO-HISTORICO = "S" GO TO F-ABRO-HISTORICO.
           ADD 1 TO W-ANIO-HISTORICO.
           GO TO ABRO-HISTORICO.
       F-ABRO-HISTORICO.
           EXIT.
      *
       POSICIONO-HISTORICO.
           MOVE W-CLI-ID-PEDIDO TO HIS-ID_CLIENTE.
           MOVE 0               TO HIS-FECHA.
           MOVE 0               TO HIS-SECUENCIA.
           START CLIHIS KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY CLOSE CLIHIS
              NOT INVALID KEY MOVE "S" TO LEYENDO-HISTORICO
           END-START.
      *
      *    SE ARRANCA EN LA CUENTA PEDIDA: EL JOURNAL YA NO SE
      *    RECORRE DESDE EL PRINCIPIO
       POSICIONO-VIVO.
           MOVE W-CLI-ID-PEDIDO TO MOV-ID_CLIENTE.
           MOVE 0               TO MOV-FECHA.
           MOVE 0               TO MOV-SECUENCIA.
           START CLIMOV KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-MOVIMIENTOS
           END-START.
      *
      *    DEJA EN REG-CLIMOV EL MOVIMIENTO SIGUIENTE DE LA CUENTA:
      *    TERMINADA LA CUENTA EN UN HISTORICO SIGUE EL DEL ANIO QUE
      *    VIENE, Y DESPUES DEL ULTIMO EL VIVO
       LEO-MOVIMIENTO.
           IF LEYENDO-HISTORICO = "N"
              IF FIN-MOVIMIENTOS = "N"
                 READ CLIMOV NEXT RECORD
                    AT END MOVE "S" TO FIN-MOVIMIENTOS
                 END-READ
              END-IF
              GO TO F-LEO-MOVIMIENTO
           END-IF.
           MOVE "N" TO FIN-HISTORICO.
           READ CLIHIS NEXT RECORD
              AT END MOVE "S" TO FIN-HISTORICO
           END-READ.
           IF FIN-HISTORICO = "N"
              AND HIS-ID_CLIENTE = W-CLI-ID-PEDIDO
              MOVE REG-CLIHIS TO REG-CLIMOV
              GO TO F-LEO-MOVIMIENTO
           END-IF.
           CLOSE CLIHIS.
           ADD 1 TO W-ANIO-HISTORICO.
           PERFORM ABRO-HISTORICO THRU F-ABRO-HISTORICO.
           GO TO LEO-MOVIMIENTO.
       F-LEO-MOVIMIENTO.
           EXIT.
      *
      *    LOS SALDOS SALEN DE LOS MOV-SALDO-RESULT QUE DEJO CADA
      *    GRABACION, NO DE SUMAR MOVIMIENTOS DESDE CERO: LOS
      *    CLIENTES DEL LIBRO VIEJO TRAEN UN CLI_SALDO ANTERIOR AL
      *    DEL PRIMER MOVIMIENTO DEL RANGO MENOS SU IMPORTE), Y EL
      *    FINAL ES EL RESULTANTE DEL ULTIMO MOVIMIENTO DEL RANGO
       PROCESO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           IF FIN-MOVIMIENTOS = "S" GO TO F-PROCESO.
      *    LA CLAVE VIENE ORDENADA POR CUENTA Y FECHA: AL CAMBIAR
      *    LA CUENTA, O PASADA LA FECHA HASTA, EL EXTRACTO TERMINO
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-PROCESO
           END-IF.
      *    LA APERTURA DE UN ANIO TRASPASADO REPITE EL SALDO DEL
      *    CIERRE ANTERIOR: SOLO SIRVE DE SALDO INICIAL
           IF MOV-APERTURA
              IF W-CANT-MOVIMIENTOS = 0
                 MOVE MOV-SALDO-RESULT TO W-SALDO-INICIAL
                 MOVE "S" TO HAY-MOV-PREVIO
              END-IF
              GO TO F-PROCESO
           END-IF.
           IF W-CANT-MOVIMIENTOS = 0
              PERFORM ARMA-SALDO-INICIAL
              MOVE W-SALDO-INICIAL TO L-INI-VALOR
           MOVE MOV-SALDO-RESULT TO L-DET-SALDO.
      *    LOS MOVIMIENTOS ANTERIORES AL CAMPO TRAEN ESPACIOS EN
      *    MOV-DOCUMENTO; UN 0 ES UN MOVIMIENTO SIN DOCUMENTO
      *    UNA NOTA DE CREDITO MUESTRA LA FACTURA QUE REVIRTIO
           MOVE SPACES TO L-DET-DOCUMENTO.
           IF MOV-DOCUMENTO IS NUMERIC AND MOV-DOCUMENTO > 0
              MOVE MOV-DOCUMENTO TO W-DOCUMENTO-Z
              IF MOV-DOC-NOTA-CREDITO
                 AND MOV-DOC-REFERENCIA IS NUMERIC
                 MOVE MOV-DOC-REFERENCIA TO W-REFERENCIA-Z
                 STRING "N/C " W-DOCUMENTO-Z " S/FAC " W-REFERENCIA-Z
                    DELIMITED BY SIZE
                    INTO L-DET-DOCUMENTO
              ELSE
                 STRING "FAC " W-DOCUMENTO-Z DELIMITED BY SIZE
                    INTO L-DET-DOCUMENTO
              END-IF
           ELSE
              MOVE SPACES TO L-DET-DOCUMENTO
           END-IF.
           MOVE W-CANT-MOVIMIENTOS TO L-RES-CANT.
           WRITE LINEA-LISTADO FROM L-RESUMEN.
           CLOSE CLIMOV.
           IF LEYENDO-HISTORICO = "S"
              CLOSE CLIHIS
           END-IF.
           CLOSE LISTADO.
           MOVE "RPTCLI03"       TO RPTARC-PROGRAM.
           MOVE "EXTRACTO DE CUENTA DE CLIENTE"
              TO RPTARC-TITLE.
           MOVE "./rptcli03.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTCLI03.
