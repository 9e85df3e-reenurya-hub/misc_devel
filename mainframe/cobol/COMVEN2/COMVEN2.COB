       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMVEN2.
      *
      *    PAGO DE COMISIONES DE VENDEDORES
      *    PANTALLA DE SUPERVISOR (NIVEL 2) QUE PASA A CUENTAS A
      *    PAGAR LAS COMISIONES QUE COMVEN1 DEJO "A PAGAR" EN
      *    COMISIONES.DAT. PIDE UN PERIODO (AAAAMM) Y, POR CADA
      *    VENDEDOR, SUMA EL NETO DE TODOS SUS PERIODOS A PAGAR
      *    HASTA ESE INCLUSIVE, ASI UN NETO NEGATIVO ANTERIOR SE
      *    COMPENSA CON EL PAGO SIGUIENTE. SI LA SUMA REDONDEADA A LA
      *    UNIDAD ES POSITIVA:
      *      - SE GENERA UN COMPROBANTE ABIERTO EN PROVVOU.DAT
      *        (NUMERO "NEXTVOU" DE PROVCTL.DAT, COMO EN SFTVOU1 Y
      *        DEVCLI2) A NOMBRE DEL PROVEEDOR DE COMISIONES, CON
      *        "COM " + VENDEDOR + "-" + PERIODO COMO NUMERO DE
      *        FACTURA, Y SE SUMA AL SALDO DE ESE PROVEEDOR EN
      *        IDFPROVS.DAT. CUENTAS A PAGAR LO PAGA EN SFTPAY1 COMO
      *        A CUALQUIER COMPROBANTE. EL COMPROBANTE LLEVA EL
      *        OPERADOR QUE PAGO Y LA FECHA Y HORA; ESE OPERADOR NO
      *        PUEDE PAGARLO EN SFTPAY1;
      *      - LOS PERIODOS SUMADOS SE MARCAN PAGADOS ("G") CON LA
      *        FECHA DE PAGO Y EL NUMERO DE COMPROBANTE, Y COMVEN1 YA
      *        NO LOS RECALCULA.
      *    SI LA SUMA NO LLEGA A UNA UNIDAD LOS PERIODOS QUEDAN "A
      *    PAGAR" Y SE ARRASTRAN. ANTES DE GENERAR NADA MUESTRA
      *    CUANTOS VENDEDORES SE PAGAN Y POR CUANTO, Y PIDE
      *    CONFIRMACION. LO PAGADO SE LISTA EN COMVEN2.LST.
      *    EL PROVEEDOR DE COMISIONES SE TOMA DE COMVEN2.PRM (UNA
      *    LINEA, EL NUMERO DE PROVEEDOR); SIN EL NO SE PAGA. EL
      *    PAGO NO PUEDE CAER EN UN PERIODO DE PROVEEDORES YA
      *    CERRADO CON CIEMES1 (VER PERCTL).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMISIONES ASSIGN TO "./comisiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COM-CLAVE
           STATUS ST-FILE-COM.
           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VEN-CODIGO
           STATUS ST-FILE-VEN.
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
           SELECT LFPARM ASSIGN TO "COMVEN2.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
       DATA DIVISION.
       FILE SECTION.
      *    COMISIONES.DAT, COMO LA GRABA COMVEN1
       FD COMISIONES.
       01 REG-COMISIONES.
           03  COM-CLAVE.
               05  COM-VENDEDOR    PIC X(4).
               05  COM-PERIODO     PIC 9(6).
           03  COM-TASA            PIC 9(2)V9(2).
           03  COM-BASE-COBROS     PIC S9(11)V9(3).
           03  COM-BASE-NOTAS      PIC S9(11)V9(3).
           03  COM-COMISION        PIC S9(9)V99.
           03  COM-CONTRACARGO     PIC S9(9)V99.
           03  COM-NETO            PIC S9(9)V99.
           03  COM-FECHA-CALCULO   PIC 9(8).
           03  COM-ESTADO          PIC X.
              88  COM-A-PAGAR      VALUE "A".
              88  COM-PAGADA       VALUE "G".
           03  COM-FECHA-PAGO      PIC 9(8).
           03  COM-COMPROBANTE     PIC 9(8).
           03  FILLER              PIC X(12).
      *
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
      *       CERO: NO ES UNA DEVOLUCION A UN CLIENTE (DEVCLI2)
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
       01  ST-FILE-COM             PIC XX.
       01  ST-FILE-VEN             PIC XX.
       01  ST-FILE-PRV             PIC XX.
       01  ST-FILE-VOU             PIC XX.
       01  ST-FILE-CTL             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  ARCHIVOS-ABIERTOS       PIC X.
       01  FIN-COMISIONES          PIC X.
       01  FIN-VENDEDOR            PIC X.
       01  NUMERO-ASIGNADO         PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  CONFIRMA                PIC X.
      *    "T" SOLO TOTALIZA PARA LA CONFIRMACION, "P" PAGA
       01  W-MODO                  PIC X.
      *
       01  W-ANNO-MES-PEDIDO       PIC 9(6).
       01  W-PERIODO REDEFINES W-ANNO-MES-PEDIDO.
           03  W-PERIODO-ANNO      PIC 9(4).
           03  W-PERIODO-MES       PIC 9(2).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-PROV-COMISIONES       PIC 9(10) VALUE 0.
       01  W-VENDEDOR              PIC X(4).
       01  W-VEN-NETO              PIC S9(11)V99.
       01  W-VEN-PERIODOS          PIC 9(4).
       01  W-IMPORTE-COMPROBANTE   PIC 9(10).
       01  W-VOU-NUMBER            PIC 9(8).
      *    ACCEPT FROM TIME DA HHMMSSCC; SE GUARDA HHMMSS
       01  W-HORA-8                PIC 9(8).
       01  W-HORA-R  REDEFINES W-HORA-8.
           03  W-HORA-6            PIC 9(6).
           03  FILLER              PIC 9(2).
      *
       01  W-CANT-A-PAGAR          PIC 9(6).
       01  W-CANT-PAGADOS          PIC 9(6).
       01  W-CANT-ARRASTRADOS      PIC 9(6).
       01  W-CANT-ERRORES          PIC 9(6).
       01  W-TOTAL-A-PAGAR         PIC 9(12).
       01  W-TOTAL-PAGADO          PIC 9(12).
       01  W-CANT-Z                PIC ZZZ.ZZ9.
       01  W-TOTAL-Z               PIC ZZZ.ZZZ.ZZZ.ZZ9.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(18) VALUE "PAGO HASTA PERIODO".
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-ENC-PERIODO   PIC 9(6).
           03  FILLER          PIC X(14) VALUE "   PROVEEDOR: ".
           03  L-ENC-PROVEEDOR PIC Z(9)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-ENC-PROV-DESC PIC X(40).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(6)  VALUE "VEND.".
           03  FILLER          PIC X(42) VALUE "NOMBRE".
           03  FILLER          PIC X(10) VALUE "PERIODOS".
           03  FILLER          PIC X(18) VALUE "  NETO ACUMULADO".
           03  FILLER          PIC X(12) VALUE "  A PAGAR".
           03  FILLER          PIC X(12) VALUE " COMPROBANTE".
       01  L-DETALLE.
           03  L-DET-VENDEDOR  PIC X(4).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(40).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-PERIODOS  PIC Z(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NETO      PIC -(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-IMPORTE   PIC Z(9)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-COMPROB   PIC Z(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-AVISO     PIC X(34).
       01  L-CONTROL-CANT.
           03  L-CTC-TEXTO     PIC X(50).
           03  L-CTC-CANTIDAD  PIC Z(11)9.
      *
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
           COPY "PERCTL.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
      *    GENERAR COMPROBANTES A PAGAR ES TAREA DE SUPERVISOR
           MOVE "COMVEN2" TO SIGNON-PROGRAM.
           MOVE 2         TO SIGNON-NIVEL-REQUERIDO.
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
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RECORD IS NUMERIC
                       MOVE PARM-RECORD TO W-PROV-COMISIONES
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       PROCESO.
           DISPLAY " "                        LINE 1 COL 1 ERASE EOS.
           DISPLAY "PAGO DE COMISIONES DE VENDEDORES" LINE 3 COL 24
                   GUIONES                    LINE 4 COL 1
                   "Pagar hasta el periodo AAAAMM (0=SALIR): "
                                              LINE 7 COL 10.
           ACCEPT W-ANNO-MES-PEDIDO LINE 7 COL 52 PROMPT.
           IF W-ANNO-MES-PEDIDO = 0
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           IF W-PERIODO-MES < 1 OR W-PERIODO-MES > 12
              DISPLAY "PERIODO INVALIDO" LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           IF W-PROV-COMISIONES = 0
              DISPLAY "FALTA EL PROVEEDOR DE COMISIONES (COMVEN2.PRM)"
                      LINE 24 COL 1
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           MOVE "PRV" TO PERCTL-MODULO.
           MOVE W-FECHA-HOY TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              DISPLAY "PERIODO DE PROVEEDORES CERRADO - NO SE PAGA"
                      LINE 24 COL 1
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           PERFORM ABRO-ARCHIVOS THRU F-ABRO-ARCHIVOS.
           IF ARCHIVOS-ABIERTOS = "N"
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           MOVE W-PROV-COMISIONES TO IDFPROV-ID.
           MOVE "S" TO EXISTE.
           READ IDFPROVS INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "PROVEEDOR DE COMISIONES INEXISTENTE"
                      LINE 24 COL 1
              PERFORM CIERRO-ARCHIVOS
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           MOVE "T" TO W-MODO.
           PERFORM RECORRO-COMISIONES THRU F-RECORRO-COMISIONES.
           IF W-CANT-A-PAGAR = 0
              DISPLAY "NO HAY COMISIONES A PAGAR HASTA ESE PERIODO"
                      LINE 24 COL 1
              PERFORM CIERRO-ARCHIVOS
              GO TO F-PROCESO
           END-IF.
           MOVE W-CANT-A-PAGAR  TO W-CANT-Z.
           MOVE W-TOTAL-A-PAGAR TO W-TOTAL-Z.
           DISPLAY "VENDEDORES A PAGAR : " LINE 10 COL 10
                   W-CANT-Z                LINE 10 COL 36
                   "IMPORTE TOTAL      : " LINE 11 COL 10
                   W-TOTAL-Z               LINE 11 COL 32.
           DISPLAY "CONFIRMA EL PAGO (S/N): " LINE 14 COL 10.
           ACCEPT CONFIRMA LINE 14 COL 35.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              PERFORM PAGO-COMISIONES
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
       F-PROCESO.
           EXIT.
      *
       ABRO-ARCHIVOS.
           MOVE "S" TO ARCHIVOS-ABIERTOS.
           OPEN I-O COMISIONES.
           IF ST-FILE-COM > "07"
              STRING "ERROR AL ABRIR COMISIONES " ST-FILE-COM
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "COMVEN2"       TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVOS" TO ERRLOG-PARAGRAPH
              MOVE "COMISIONES"    TO ERRLOG-FILENAME
              MOVE SPACES          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-COM     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "N" TO ARCHIVOS-ABIERTOS
              GO TO F-ABRO-ARCHIVOS
           END-IF.
           OPEN INPUT VENDEDORES.
           OPEN I-O IDFPROVS.
           IF ST-FILE-PRV > "07"
              STRING "ERROR AL ABRIR IDFPROVS " ST-FILE-PRV
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "COMVEN2"       TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVOS" TO ERRLOG-PARAGRAPH
              MOVE "IDFPROVS.DAT"  TO ERRLOG-FILENAME
              MOVE SPACES          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRV     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE COMISIONES
              CLOSE VENDEDORES
              MOVE "N" TO ARCHIVOS-ABIERTOS
              GO TO F-ABRO-ARCHIVOS
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
       F-ABRO-ARCHIVOS.
           EXIT.
      *
       CIERRO-ARCHIVOS.
           CLOSE COMISIONES.
           CLOSE VENDEDORES.
           CLOSE IDFPROVS.
           CLOSE PROVVOU.
           CLOSE PROVCTL.
      *
       PAGO-COMISIONES.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./comven2.lst" TO RPTWRT-REPORT-NAME.
           MOVE "COMVEN2"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "PAGO DE COMISIONES DE VENDEDORES"
                TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-PERIODO.
           MOVE IDFPROV-ID        TO L-ENC-PROVEEDOR.
           MOVE IDFPROV-DESC      TO L-ENC-PROV-DESC.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE "P" TO W-MODO.
           PERFORM RECORRO-COMISIONES THRU F-RECORRO-COMISIONES.
           MOVE SPACES TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE "VENDEDORES PAGADOS:" TO L-CTC-TEXTO.
           MOVE W-CANT-PAGADOS TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "IMPORTE TOTAL DE LOS COMPROBANTES:" TO L-CTC-TEXTO.
           MOVE W-TOTAL-PAGADO TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "VENDEDORES CON SALDO QUE SE ARRASTRA:"
                TO L-CTC-TEXTO.
           MOVE W-CANT-ARRASTRADOS TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "VENDEDORES NO PAGADOS POR ERROR:" TO L-CTC-TEXTO.
           MOVE W-CANT-ERRORES TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           IF W-CANT-ERRORES > 0
              DISPLAY "HUBO ERRORES - VER COMVEN2.LST" LINE 24 COL 1
           ELSE
              DISPLAY "COMISIONES PAGADAS - VER COMVEN2.LST"
                      LINE 24 COL 1
           END-IF.
      *
      *    UNA PASADA POR VENDEDOR: SE SUMAN SUS PERIODOS A PAGAR Y SE
      *    SALTA AL VENDEDOR SIGUIENTE
       RECORRO-COMISIONES.
           MOVE 0 TO W-CANT-A-PAGAR.
           MOVE 0 TO W-CANT-PAGADOS.
           MOVE 0 TO W-CANT-ARRASTRADOS.
           MOVE 0 TO W-CANT-ERRORES.
           MOVE 0 TO W-TOTAL-A-PAGAR.
           MOVE 0 TO W-TOTAL-PAGADO.
           MOVE "N" TO FIN-COMISIONES.
           MOVE LOW-VALUES TO COM-CLAVE.
           START COMISIONES KEY IS NOT LESS THAN COM-CLAVE
              INVALID KEY MOVE "S" TO FIN-COMISIONES
           END-START.
           PERFORM UN-VENDEDOR THRU F-UN-VENDEDOR
              UNTIL FIN-COMISIONES = "S".
       F-RECORRO-COMISIONES.
           EXIT.
      *
       UN-VENDEDOR.
           READ COMISIONES NEXT RECORD
              AT END MOVE "S" TO FIN-COMISIONES
           END-READ.
           IF FIN-COMISIONES = "S" GO TO F-UN-VENDEDOR.
           MOVE COM-VENDEDOR TO W-VENDEDOR.
           PERFORM SUMO-VENDEDOR THRU F-SUMO-VENDEDOR.
           IF W-VEN-PERIODOS = 0 GO TO SALTO-VENDEDOR.
           MOVE 0 TO W-IMPORTE-COMPROBANTE.
           IF W-VEN-NETO > 0
              COMPUTE W-IMPORTE-COMPROBANTE ROUNDED = W-VEN-NETO
           END-IF.
           IF W-IMPORTE-COMPROBANTE > 0
              ADD 1                     TO W-CANT-A-PAGAR
              ADD W-IMPORTE-COMPROBANTE TO W-TOTAL-A-PAGAR
           END-IF.
           IF W-MODO = "P"
              PERFORM PAGO-VENDEDOR THRU F-PAGO-VENDEDOR
              PERFORM IMPRIMO-VENDEDOR
           END-IF.
       SALTO-VENDEDOR.
           MOVE W-VENDEDOR TO COM-VENDEDOR.
           MOVE 999999     TO COM-PERIODO.
           START COMISIONES KEY IS GREATER THAN COM-CLAVE
              INVALID KEY MOVE "S" TO FIN-COMISIONES
           END-START.
       F-UN-VENDEDOR.
           EXIT.
      *
       SUMO-VENDEDOR.
           MOVE 0   TO W-VEN-NETO.
           MOVE 0   TO W-VEN-PERIODOS.
           MOVE "N" TO FIN-VENDEDOR.
           PERFORM POSICIONO-VENDEDOR.
           PERFORM SUMO-UNA-COMISION THRU F-SUMO-UNA-COMISION
              UNTIL FIN-VENDEDOR = "S".
       F-SUMO-VENDEDOR.
           EXIT.
      *
       POSICIONO-VENDEDOR.
           MOVE W-VENDEDOR TO COM-VENDEDOR.
           MOVE 0          TO COM-PERIODO.
           START COMISIONES KEY IS NOT LESS THAN COM-CLAVE
              INVALID KEY MOVE "S" TO FIN-VENDEDOR
           END-START.
      *
       SUMO-UNA-COMISION.
           READ COMISIONES NEXT RECORD
              AT END MOVE "S" TO FIN-VENDEDOR
           END-READ.
           IF FIN-VENDEDOR = "S" GO TO F-SUMO-UNA-COMISION.
           IF COM-VENDEDOR NOT = W-VENDEDOR
              OR COM-PERIODO > W-ANNO-MES-PEDIDO
              MOVE "S" TO FIN-VENDEDOR
              GO TO F-SUMO-UNA-COMISION
           END-IF.
           IF COM-A-PAGAR
              ADD COM-NETO TO W-VEN-NETO
              ADD 1        TO W-VEN-PERIODOS
           END-IF.
       F-SUMO-UNA-COMISION.
           EXIT.
      *
      *    SIN UNA UNIDAD A PAGAR LOS PERIODOS QUEDAN "A" Y SE
      *    ARRASTRAN; SI NO, COMPROBANTE Y MARCA DE PAGADOS
       PAGO-VENDEDOR.
           MOVE SPACES TO L-DET-AVISO.
           MOVE 0      TO L-DET-COMPROB.
           IF W-IMPORTE-COMPROBANTE = 0
              ADD 1 TO W-CANT-ARRASTRADOS
              MOVE "SALDO NO POSITIVO - SE ARRASTRA" TO L-DET-AVISO
              GO TO F-PAGO-VENDEDOR
           END-IF.
           PERFORM OBTENGO-NUMERO-COMPROBANTE
              THRU F-OBTENGO-NUMERO-COMPROBANTE.
           IF NUMERO-ASIGNADO = "N"
              ADD 1 TO W-CANT-ERRORES
              MOVE "** NO SE PUDO NUMERAR (PROVCTL)" TO L-DET-AVISO
              GO TO F-PAGO-VENDEDOR
           END-IF.
           PERFORM GRABO-COMPROBANTE THRU F-GRABO-COMPROBANTE.
           IF ST-FILE-VOU > "07"
              ADD 1 TO W-CANT-ERRORES
              MOVE "** ERROR AL GRABAR PROVVOU" TO L-DET-AVISO
              GO TO F-PAGO-VENDEDOR
           END-IF.
           MOVE "N" TO FIN-VENDEDOR.
           PERFORM POSICIONO-VENDEDOR.
           PERFORM MARCO-UNA-COMISION THRU F-MARCO-UNA-COMISION
              UNTIL FIN-VENDEDOR = "S".
           ADD 1                     TO W-CANT-PAGADOS.
           ADD W-IMPORTE-COMPROBANTE TO W-TOTAL-PAGADO.
           MOVE W-VOU-NUMBER         TO L-DET-COMPROB.
       F-PAGO-VENDEDOR.
           EXIT.
      *
       IMPRIMO-VENDEDOR.
           MOVE W-VENDEDOR TO VEN-CODIGO.
           READ VENDEDORES
              INVALID KEY MOVE SPACES TO VEN-NOMBRE
           END-READ.
           IF ST-FILE-VEN > "07"
              MOVE SPACES TO VEN-NOMBRE
           END-IF.
           MOVE W-VENDEDOR            TO L-DET-VENDEDOR.
           MOVE VEN-NOMBRE            TO L-DET-NOMBRE.
           MOVE W-VEN-PERIODOS        TO L-DET-PERIODOS.
           MOVE W-VEN-NETO            TO L-DET-NETO.
           MOVE W-IMPORTE-COMPROBANTE TO L-DET-IMPORTE.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       MARCO-UNA-COMISION.
           READ COMISIONES NEXT RECORD
              AT END MOVE "S" TO FIN-VENDEDOR
           END-READ.
           IF FIN-VENDEDOR = "S" GO TO F-MARCO-UNA-COMISION.
           IF COM-VENDEDOR NOT = W-VENDEDOR
              OR COM-PERIODO > W-ANNO-MES-PEDIDO
              MOVE "S" TO FIN-VENDEDOR
              GO TO F-MARCO-UNA-COMISION
           END-IF.
           IF NOT COM-A-PAGAR GO TO F-MARCO-UNA-COMISION.
           SET COM-PAGADA     TO TRUE.
           MOVE W-FECHA-HOY   TO COM-FECHA-PAGO.
           MOVE W-VOU-NUMBER  TO COM-COMPROBANTE.
           REWRITE REG-COMISIONES.
           IF ST-FILE-COM > "07"
              MOVE "** COMPROBANTE GRABADO, REVISAR MARCA"
                 TO L-DET-AVISO
              MOVE "COMVEN2"            TO ERRLOG-PROGRAM
              MOVE "MARCO-UNA-COMISION" TO ERRLOG-PARAGRAPH
              MOVE "COMISIONES"         TO ERRLOG-FILENAME
              MOVE COM-CLAVE            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-COM          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-MARCO-UNA-COMISION.
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
      *    EL COMPROBANTE A PAGAR, SIN ORDEN DE COMPRA, SIN DESCUENTO
      *    NI IVA, Y EL SALDO DEL PROVEEDOR DE COMISIONES
       GRABO-COMPROBANTE.
           MOVE SPACES                TO PROVVOU-RECORD.
           MOVE W-VOU-NUMBER          TO VOU-NUMBER.
           MOVE W-PROV-COMISIONES     TO VOU-PROV-ID.
           STRING "COM " W-VENDEDOR "-" W-ANNO-MES-PEDIDO
              DELIMITED BY SIZE
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
           MOVE 0                     TO VOU-CUST-ID.
           MOVE SIGNON-OPERADOR       TO VOU-ENTERED-BY.
           MOVE W-FECHA-HOY           TO VOU-ENTERED-DATE.
           ACCEPT W-HORA-8 FROM TIME.
           MOVE W-HORA-6              TO VOU-ENTERED-TIME.
           WRITE PROVVOU-RECORD.
           IF ST-FILE-VOU > "07"
              MOVE "COMVEN2"           TO ERRLOG-PROGRAM
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
              MOVE "COMVEN2"           TO ERRLOG-PROGRAM
              MOVE "GRABO-COMPROBANTE" TO ERRLOG-PARAGRAPH
              MOVE "IDFPROVS.DAT"      TO ERRLOG-FILENAME
              MOVE IDFPROV-ID          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRV         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABO-COMPROBANTE.
           EXIT.
      *
       ESCRIBO-CANTIDAD.
           MOVE L-CONTROL-CANT TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM COMVEN2.
