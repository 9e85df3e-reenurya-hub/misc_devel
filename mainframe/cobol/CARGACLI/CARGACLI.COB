      *    APLICA LOS MISMOS CONTROLES QUE LA PANTALLA DE FSTRUCT1:
      *    CLI_NOMBRE NO EN BLANCO, NOMBRE NO DUPLICADO (POR LA CLAVE
      *    ALTERNATIVA CLI_NOMBRE), CLI_CODPOST CONTRA CODPOSTAL.DAT
      *    MONEDA VALIDA Y VENDEDOR (OPCIONAL) EXISTENTE Y ACTIVO EN
      *    VENDEDORES.DAT. LOS BUENOS SE GRABAN EN CLIENTES.DAT CON
      *    CLI-ACTIVO Y EL SALDO INICIAL SE ASIENTA COMO MOVIMIENTO
      *    EN CLIMOV.DAT; LOS MALOS VAN A CLIFEED.REJ CON EL MOTIVO.
      *    TERMINA CON LOS CONTADORES DE CONTROL LEIDOS / CARGADOS /
      *    DOS VECES) EL LOTE COMPLETO SE RECHAZA. EL NUMERO DE
      *    LOTE SALE IMPRESO EN CARGACLI.LST PARA EL RASTREO Y EL
      *    LOTE CARGADO QUEDA REGISTRADO EN LOTESPROC.DAT.
      *    DESPUES DE CADA DETALLE SE GRABA UN PUNTO DE CONTROL EN
      *    CARGACLI.CKP CON EL LOTE, EL ULTIMO REGISTRO PROCESADO,
      *    LOS CONTADORES Y LOS
      *    TOTALES DE COLA ACUMULADOS. SI LA CORRIDA SE CORTA, LA
      *    SIGUIENTE RETOMA EL MISMO LOTE DESDE EL REGISTRO
      *    SIGUIENTE CON LOS TOTALES DEL PUNTO DE CONTROL Y AL FINAL
      *    BALANCEA IGUAL CONTRA LA COLA; EL LISTADO INDICA EL
      *    REINICIO Y DESDE QUE REGISTRO. AL TERMINAR EL LOTE EL
      *    PUNTO DE CONTROL SE VACIA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VEN-CODIGO
           STATUS ST-FILE-VEN.
           SELECT RECHAZOS ASSIGN TO "./clifeed.rej"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-REJ.
           ACCESS MODE DYNAMIC
           RECORD KEY IS LOT-CLAVE
           STATUS ST-FILE-LOT.
           SELECT PUNTOCTL ASSIGN TO "./cargacli.ckp"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-CKP.
           SELECT LISTADO ASSIGN TO "./cargacli.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
           03  FEED-CATEGORIA      PIC X.
           03  FEED-SALDO          PIC S9(7)V9(3).
           03  FEED-MONEDA         PIC X(3).
      *        EN BLANCO (O AUSENTE EN LAS SUCURSALES QUE NO LO
      *        MANDAN) EL CLIENTE QUEDA SIN VENDEDOR
           03  FEED-VENDEDOR       PIC X(4).
       01 REG-CLIFEED-H.
           03  FILLER              PIC X.
           03  HDR-LOTE            PIC 9(6).
           03  HDR-FECHA           PIC 9(8).
           03  HDR-ORIGEN          PIC X(10).
           03  FILLER              PIC X(161).
       01 REG-CLIFEED-T.
           03  FILLER              PIC X.
           03  TRL-CANT            PIC 9(6).
           03  TRL-IMPORTE         PIC S9(13)V9(3).
           03  FILLER              PIC X(163).
      *
       FD CLIENTES.
       01 REG-CLIENTES.
              88  MONEDA-DOLAR     VALUE "USD".
              88  MONEDA-EURO      VALUE "EUR".
           03  CLI_SALDO_ME        PIC S9(7)V9(3).
      *       LAS 7 POSICIONES SIGUIENTES SON CLI_FUSIONADO_EN (MRGCLI1)
           03  FILLER              PIC X(7).
           03  CLI_VENDEDOR        PIC X(4).
           03  FILLER              PIC X(207).
      *
       FD CODPOSTAL.
       01 REG-CODPOSTAL.
           03  CP-LOCALIDAD        PIC X(30).
           03  CP-PROVINCIA        PIC X(30).
      *
      *    VENDEDORES.DAT, LA TABLA DE VENDEDORES DE MNTVEN1
       FD VENDEDORES.
       01 REG-VENDEDORES.
           03  VEN-CODIGO          PIC X(4).
           03  VEN-NOMBRE          PIC X(40).
           03  VEN-TASA-COMISION   PIC 9(2)V9(2).
           03  VEN-ESTADO          PIC X.
              88  VEN-ACTIVO       VALUE "A".
              88  VEN-INACTIVO     VALUE "I".
           03  VEN-FECHA-ALTA      PIC 9(8).
           03  FILLER              PIC X(23).
      *
      *    EL JOURNAL DE CLIENTES, INDEXADO POR CUENTA + FECHA +
      *    SECUENCIA DESDE LA CONVERSION CNVMOV1
       FD CLIMOV.
      *
       FD RECHAZOS.
       01 REG-RECHAZO.
           03  REJ-LINEA           PIC X(186).
           03  REJ-MOTIVO          PIC X(30).
      *
      *    LOTESPROC.DAT ES EL REGISTRO DE LOTES YA PROCESADOS; UN
           03  LOT-FECHA           PIC 9(8).
           03  LOT-CANT            PIC 9(6).
           03  LOT-IMPORTE         PIC S9(13)V9(3).
      *        UN LOTE ANULADO (ANULVD1) PUEDE VOLVER A CARGARSE
           03  LOT-ESTADO          PIC X.
              88  LOT-CARGADO      VALUE " ".
              88  LOT-ANULADO      VALUE "A".
           03  LOT-FECHA-ANULACION PIC 9(8).
           03  LOT-OPERADOR-ANULA  PIC X(8).
           03  FILLER              PIC X(20).
      *
      *    EL PUNTO DE CONTROL DE LA CARGA EN CURSO: UNA SOLA LINEA,
      *    REGRABADA EN CADA DETALLE Y VACIADA AL TERMINAR EL LOTE
       FD PUNTOCTL.
       01 REG-PUNTOCTL.
           03 CKP-LOTE             PIC 9(6).
           03 CKP-REGISTRO         PIC 9(7).
           03 CKP-FECHA            PIC 9(8).
           03 CKP-HORA             PIC 9(8).
           03 CKP-ACUMULADOS       PIC X(100).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
       01  ST-FILE                 PIC XX.
       01  ST-FILE-FEED            PIC XX.
       01  ST-FILE-CP              PIC XX.
       01  ST-FILE-VEN             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-REJ             PIC XX.
       01  ST-FILE-LOT             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-CKP             PIC XX.
       01  FIN-FEED                PIC X VALUE "N".
       01  LOTE-VALIDO             PIC X VALUE "N".
       01  W-MOTIVO-LOTE           PIC X(30).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-CLI-ID-SAVE           PIC 9(7).
      *
      *    PUNTO DE CONTROL Y REINICIO: EL NUMERO DE REGISTRO CUENTA
      *    TODAS LAS LINEAS DEL ARCHIVO, CABECERA INCLUIDA
       01  W-NRO-REGISTRO          PIC 9(7) VALUE 0.
       01  W-REINICIO              PIC X VALUE "N".
       01  W-REGISTRO-REINICIO     PIC 9(7) VALUE 0.
       01  W-HAY-PUNTOCTL          PIC X.
       01  W-LOTE-DESCARTADO       PIC 9(6) VALUE 0.
      *
      *    LOS CONTADORES VAN JUNTOS PORQUE SE GUARDAN Y SE RETOMAN
      *    ENTEROS EN EL PUNTO DE CONTROL, CON LOS TOTALES DE COLA
      *    DE LO PROCESADO
       01  W-ACUMULADOS.
           03  W-CANT-LEIDOS       PIC 9(6) VALUE 0.
           03  W-CANT-CARGADOS     PIC 9(6) VALUE 0.
           03  W-CANT-RECHAZOS     PIC 9(6) VALUE 0.
           03  W-CTL-CANT          PIC 9(6) VALUE 0.
           03  W-CTL-IMPORTE       PIC S9(13)V9(3) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(42) VALUE
               "** LOTE RECHAZADO ENTERO: ".
           03  L-LOT-RECHAZO   PIC X(30).
           03  FILLER          PIC X(3)  VALUE " **".
       01  L-REINICIO.
           03  FILLER          PIC X(40) VALUE
               "** REINICIO DEL LOTE DESDE EL REGISTRO: ".
           03  L-REI-REGISTRO  PIC ZZZZZZ9.
           03  FILLER          PIC X(23) VALUE
               "  PUNTO DE CONTROL DEL ".
           03  L-REI-FECHA     PIC 9(8).
           03  FILLER          PIC X     VALUE SPACE.
           03  L-REI-HORA      PIC 9(8).
           03  FILLER          PIC X(3)  VALUE " **".
       01  L-PUNTOCTL-DESCARTADO.
           03  FILLER          PIC X(44) VALUE
               "** SE DESCARTA EL PUNTO DE CONTROL DEL LOTE ".
           03  L-DES-LOTE      PIC 9(6).
           03  FILLER          PIC X(3)  VALUE " **".
       01  L-COLA.
           03  FILLER          PIC X(25) VALUE
               "CONTROL CONTRA LA COLA:".
           03  L-COL-RESULTADO PIC X(20).
      *
       PROCEDURE DIVISION.
       MAIN.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           IF LOTE-VALIDO = "S"
              PERFORM BUSCO-PUNTOCTL THRU F-BUSCO-PUNTOCTL
           END-IF.
           OPEN INPUT CLIFEED.
           IF ST-FILE-FEED > "07"
              DISPLAY "ERROR AL ABRIR CLIFEED " ST-FILE-FEED
              MOVE "S" TO FIN-FEED
           END-IF.
           OPEN INPUT CODPOSTAL.
           OPEN INPUT VENDEDORES.
           OPEN I-O CLIMOV.
           IF ST-FILE-MOV = "35"
              OPEN OUTPUT CLIMOV
              CLOSE CLIMOV
              OPEN I-O CLIMOV
           END-IF.
      *    EN UN REINICIO LOS RECHAZOS DE LA CORRIDA CORTADA SE
      *    CONSERVAN
           IF W-REINICIO = "S"
              OPEN EXTEND RECHAZOS
           ELSE
              OPEN OUTPUT RECHAZOS
           END-IF.
           OPEN OUTPUT LISTADO.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
      *    EL NUMERO DE LOTE QUEDA IMPRESO PARA EL RASTREO; UN LOTE
           MOVE W-LOTE-NUMERO TO L-LOT-NUMERO.
           MOVE W-LOTE-ORIGEN TO L-LOT-ORIGEN.
           WRITE LINEA-LISTADO FROM L-LOTE.
           IF W-LOTE-DESCARTADO NOT = 0
              MOVE W-LOTE-DESCARTADO TO L-DES-LOTE
              WRITE LINEA-LISTADO FROM L-PUNTOCTL-DESCARTADO
              DISPLAY "CARGACLI SE DESCARTA EL PUNTO DE CONTROL DEL "
                      "LOTE " W-LOTE-DESCARTADO
           END-IF.
           IF W-REINICIO = "S"
              WRITE LINEA-LISTADO FROM L-REINICIO
              DISPLAY "CARGACLI REINICIO DESDE EL REGISTRO "
                      W-REGISTRO-REINICIO
           END-IF.
           IF LOTE-VALIDO = "N"
              MOVE W-MOTIVO-LOTE TO L-LOT-RECHAZO
              WRITE LINEA-LISTADO FROM L-LOTE-RECHAZADO
              DISPLAY "CARGACLI LOTE RECHAZADO: " W-MOTIVO-LOTE
              MOVE "S" TO FIN-FEED
           END-IF.
      *
      *    UN PUNTO DE CONTROL DEL MISMO LOTE ES UNA CORRIDA CORTADA:
      *    SE RETOMAN LOS TOTALES Y SE SIGUE DESDE EL REGISTRO
      *    SIGUIENTE. EL DE OTRO LOTE QUEDA DESCARTADO Y SE AVISA
       BUSCO-PUNTOCTL.
           MOVE "N" TO W-HAY-PUNTOCTL.
           OPEN INPUT PUNTOCTL.
           IF ST-FILE-CKP NOT = "00"
              GO TO F-BUSCO-PUNTOCTL
           END-IF.
           READ PUNTOCTL
              AT END CONTINUE
              NOT AT END MOVE "S" TO W-HAY-PUNTOCTL
           END-READ.
           IF W-HAY-PUNTOCTL = "S" AND CKP-LOTE IS NUMERIC
              AND CKP-REGISTRO IS NUMERIC
              IF CKP-LOTE = W-LOTE-NUMERO
                 MOVE "S"            TO W-REINICIO
                 MOVE CKP-REGISTRO   TO W-REGISTRO-REINICIO
                 MOVE CKP-ACUMULADOS TO W-ACUMULADOS
                 MOVE CKP-REGISTRO   TO L-REI-REGISTRO
                 MOVE CKP-FECHA      TO L-REI-FECHA
                 MOVE CKP-HORA       TO L-REI-HORA
              ELSE
                 MOVE CKP-LOTE       TO W-LOTE-DESCARTADO
              END-IF
           END-IF.
           CLOSE PUNTOCTL.
       F-BUSCO-PUNTOCTL.
           EXIT.
      *
       PROCESO.
           READ CLIFEED
              AT END MOVE "S" TO FIN-FEED
           END-READ.
           IF FIN-FEED = "S" GO TO F-PROCESO.
           ADD 1 TO W-NRO-REGISTRO.
      *    EN UN REINICIO LOS REGISTROS YA APLICADOS SE SALTEAN
           IF W-NRO-REGISTRO NOT > W-REGISTRO-REINICIO
              GO TO F-PROCESO
           END-IF.
      *    LA CABECERA Y LA COLA YA FUERON VERIFICADAS; SOLO LOS
      *    DETALLES SE CARGAN
           IF NOT FEED-DETALLE GO TO F-PROCESO.
           ADD 1 TO W-CTL-CANT.
           IF FEED-SALDO IS NUMERIC
              ADD FEED-SALDO TO W-CTL-IMPORTE
           END-IF.
           ADD 1 TO W-CANT-LEIDOS.
           PERFORM VALIDO-LINEA THRU F-VALIDO-LINEA.
           IF W-VALIDO = "S"
           ELSE
              PERFORM RECHAZO-LINEA
           END-IF.
           PERFORM GRABO-PUNTOCTL.
       F-PROCESO.
           EXIT.
      *
      *    EL PUNTO DE CONTROL SE REGRABA ENTERO DESPUES DE CADA
      *    DETALLE: UNA SOLA LINEA CON EL ULTIMO REGISTRO YA APLICADO
      *    Y LOS TOTALES HASTA ALLI. NO SE GRABA CADA TANTOS DETALLES
      *    PORQUE LO APLICADO A LOS MAESTROS NO SE PUEDE DESHACER: LO
      *    QUE QUEDARA DESPUES DEL ULTIMO PUNTO DE CONTROL SE
      *    VOLVERIA A APLICAR EN EL REINICIO
       GRABO-PUNTOCTL.
           OPEN OUTPUT PUNTOCTL.
           MOVE W-LOTE-NUMERO  TO CKP-LOTE.
           MOVE W-NRO-REGISTRO TO CKP-REGISTRO.
           ACCEPT CKP-FECHA FROM DATE YYYYMMDD.
           ACCEPT CKP-HORA  FROM TIME.
           MOVE W-ACUMULADOS   TO CKP-ACUMULADOS.
           WRITE REG-PUNTOCTL.
           IF ST-FILE-CKP > "07"
              MOVE "CARGACLI"       TO ERRLOG-PROGRAM
              MOVE "GRABO-PUNTOCTL" TO ERRLOG-PARAGRAPH
              MOVE "PUNTOCTL"       TO ERRLOG-FILENAME
              MOVE W-NRO-REGISTRO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CKP      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           CLOSE PUNTOCTL.
      *
      *    LOS MISMOS CONTROLES QUE APLICA LA PANTALLA DE FSTRUCT1
       VALIDO-LINEA.
           MOVE "S" TO W-VALIDO.
           PERFORM VERIFICO-NOMBRE.
           IF W-VALIDO = "N" GO TO F-VALIDO-LINEA.
           PERFORM VERIFICO-CODPOSTAL.
           IF W-VALIDO = "N" GO TO F-VALIDO-LINEA.
           IF FEED-VENDEDOR NOT = SPACES
              PERFORM VERIFICO-VENDEDOR
           END-IF.
       F-VALIDO-LINEA.
           EXIT.
      *
                 MOVE "N" TO W-VALIDO
                 MOVE "COD POSTAL INEXISTENTE" TO W-MOTIVO
           END-READ.
      *
      *    MISMO CONTROL QUE VERIFICO-VENDEDOR DE FSTRUCT1: EL
      *    VENDEDOR DEBE EXISTIR Y ESTAR ACTIVO
       VERIFICO-VENDEDOR.
           MOVE FEED-VENDEDOR TO VEN-CODIGO.
           READ VENDEDORES
              INVALID KEY
                 MOVE "N" TO W-VALIDO
                 MOVE "VENDEDOR INEXISTENTE" TO W-MOTIVO
              NOT INVALID KEY
                 IF NOT VEN-ACTIVO
                    MOVE "N" TO W-VALIDO
                    MOVE "VENDEDOR INACTIVO" TO W-MOTIVO
                 END-IF
           END-READ.
      *
       GRABO-CLIENTE.
           INITIALIZE REG-CLIENTES.
              MOVE FEED-MONEDA TO CLI_MONEDA
           END-IF.
           MOVE 0 TO CLI_SALDO_ME.
           MOVE FEED-VENDEDOR  TO CLI_VENDEDOR.
           SET CLI-ACTIVO TO TRUE.
           MOVE W-FECHA-HOY TO CLI_ULT_ACTIVIDAD.
           WRITE REG-CLIENTES.
      *    EL LOTE CARGADO QUEDA ASENTADO EN EL REGISTRO PARA QUE
      *    UNA RETRANSMISION DEL MISMO NUMERO SE RECHACE
           IF LOTE-VALIDO = "S"
              PERFORM CONTROLO-COLA
              PERFORM REGISTRO-LOTE
              PERFORM VACIO-PUNTOCTL
           END-IF.
           CLOSE CLIFEED.
           CLOSE CLIENTES.
           CLOSE CODPOSTAL.
           CLOSE VENDEDORES.
           CLOSE CLIMOV.
           CLOSE RECHAZOS.
           CLOSE LISTADO.
           MOVE "CARGACLI"       TO RPTARC-PROGRAM.
           MOVE "CARGA DE CLIENTES DE SUCURSALES"
              TO RPTARC-TITLE.
           MOVE "./cargacli.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
      *
      *    LO PROCESADO EN ESTA CORRIDA MAS LO RETOMADO DEL PUNTO DE
      *    CONTROL DEBE DAR LA COLA DEL LOTE, IGUAL QUE EN LA
      *    VERIFICACION PREVIA
       CONTROLO-COLA.
           IF W-CTL-CANT = W-COLA-CANT
              AND W-CTL-IMPORTE = W-COLA-IMPORTE
              MOVE "BALANCEA" TO L-COL-RESULTADO
           ELSE
              MOVE "** NO BALANCEA **" TO L-COL-RESULTADO
              DISPLAY "CARGACLI EL LOTE NO BALANCEA CONTRA LA COLA"
           END-IF.
           WRITE LINEA-LISTADO FROM L-COLA.
      *
      *    EL LOTE TERMINO: EL PUNTO DE CONTROL QUEDA VACIO PARA QUE
      *    LA CORRIDA SIGUIENTE EMPIECE DE CERO
       VACIO-PUNTOCTL.
           OPEN OUTPUT PUNTOCTL.
           CLOSE PUNTOCTL.
      *
       REGISTRO-LOTE.
           OPEN I-O LOTESPROC.
              MOVE W-LOTE-FECHA     TO LOT-FECHA
              MOVE W-CANT-DET-LOTE  TO LOT-CANT
              MOVE W-TOTAL-DET-LOTE TO LOT-IMPORTE
              SET LOT-CARGADO       TO TRUE
              MOVE 0                TO LOT-FECHA-ANULACION
              MOVE SPACES           TO LOT-OPERADOR-ANULA
              WRITE REG-LOTESPROC
                 INVALID KEY REWRITE REG-LOTESPROC
              END-WRITE
