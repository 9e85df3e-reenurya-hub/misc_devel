       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULVD1.
      *
      *    ANULACION DE UN LOTE DEL POS YA CARGADO POR CARGAVD1
      *    PANTALLA DE SUPERVISOR (NIVEL 2). PIDE UN NUMERO DE LOTE
      *    DE LOTESPROC.DAT Y REVIERTE TODO LO QUE ESE LOTE ASENTO,
      *    ENCONTRANDOLO POR EL NUMERO DE LOTE QUE LLEVA CADA LINEA:
      *    LOS DIAS DE VENTASDEB.DAT (SE RESTAN LAS VENTAS Y SE
      *    SUMAN LAS DEVOLUCIONES DEL LOTE), EL DEU_SALDO (CON UN
      *    MOVIMIENTO DE ANULACION EN DEUMOV.DAT POR CADA CARGO "G"
      *    O DEVOLUCION "V" DEL LOTE - EL ORIGINAL NO SE BORRA, QUEDA
      *    MARCADO COMO ANULADO), Y QUITA DE VENTASDET.DAT Y DE
      *    IVALIBRO.DAT LAS LINEAS DEL LOTE. AL TERMINAR EL LOTE
      *    QUEDA ANULADO EN LOTESPROC.DAT, CON FECHA Y OPERADOR, Y
      *    CARGAVD1 LO ACEPTA DE NUEVO CORREGIDO.
      *    ANTES DE TOCAR NADA SE VERIFICA EL LOTE ENTERO: TODAS LAS
      *    FECHAS AFECTADAS DEBEN CAER EN PERIODOS ABIERTOS (PERCTL)
      *    DE DEUDORES, LAS DEL LIBRO DE IVA ADEMAS EN MESES CUYA
      *    POSICION DE IVA NO FUE CERRADA (MODULO "IVA" DE CIEMES1),
      *    Y NINGUN DEUDOR PUEDE QUEDAR CON SALDO NEGATIVO; SI NO,
      *    NO SE ANULA NADA. EL LISTADO ANULVD1.LST MUESTRA, POR
      *    DEUDOR, EL SALDO ANTES Y DESPUES Y LO ANULADO.
      *    LOS MOVIMIENTOS DE ANULACION SE FECHAN EN LA FECHA DEL
      *    MOVIMIENTO ORIGINAL: "X" ANULA UN CARGO (BAJA EL SALDO) E
      *    "Y" ANULA UNA DEVOLUCION (LO SUBE).
      *    EL STOCK QUE MOVIO EL LOTE TAMBIEN SE REVIERTE: CADA
      *    MOVIMIENTO "V" O "D" DEL LOTE EN STKMOV.DAT QUEDA MARCADO
      *    COMO ANULADO, SU CANTIDAD SE DEVUELVE AL SALDO DE
      *    STOCK.DAT Y SE ASIENTA SU CONTRARIO ("X" VUELVE A PONER
      *    LO VENDIDO, "Y" SACA LO DEVUELTO), CON LA MISMA FECHA Y
      *    EL MISMO COSTO QUE EL ORIGINAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOTESPROC ASSIGN TO "./lotesproc.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS LOT-CLAVE
                  STATUS ST-FILE-LOT.
           SELECT OPTIONAL DEUDORES ASSIGN TO "./deudores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEU_ID
                  ALTERNATE RECORD KEY DEU_NOMBRE WITH DUPLICATES
                  ALTERNATE RECORD KEY DEU_ALT_2 WITH DUPLICATES
                  STATUS ST-FILE.
           SELECT OPTIONAL DEUMOV ASSIGN TO "./deumov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DMOV-CLAVE
                  STATUS ST-FILE-DMOV.
           SELECT OPTIONAL VENTASDEB ASSIGN TO "./ventasdeb.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VTA-CLAVE
                  STATUS ST-FILE-VTA.
           SELECT OPTIONAL VENTASDET ASSIGN TO "./ventasdet.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-DET.
           SELECT VENTASTMP ASSIGN TO "./ventasdet.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-DTM.
           SELECT OPTIONAL IVALIBRO ASSIGN TO "./ivalibro.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LIB.
           SELECT LIBROTMP ASSIGN TO "./ivalibro.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LTM.
           SELECT OPTIONAL STOCK ASSIGN TO "./stock.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS STK-PRODUCTO
                  STATUS ST-FILE-STK.
           SELECT OPTIONAL STKMOV ASSIGN TO "./stkmov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SMOV-CLAVE
                  STATUS ST-FILE-SMOV.
           SELECT ORDENADOS ASSIGN TO "ANULVD1.SRT"
                  STATUS ST-FILE-SRT.
           SELECT LISTADO ASSIGN TO "./anulvd1.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
       FD LOTESPROC.
       01 REG-LOTESPROC.
           03  LOT-CLAVE.
               05  LOT-ARCHIVO     PIC X(10).
               05  LOT-NUMERO      PIC 9(6).
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
       FD DEUMOV.
       01 REG-DEUMOV.
           03 DMOV-CLAVE.
               05 DMOV-DEU-ID      PIC 9(20).
               05 DMOV-FECHA       PIC 9(8).
               05 DMOV-SECUENCIA   PIC 9(4).
           03 DMOV-HORA            PIC 9(8).
           03 DMOV-TIPO            PIC X.
              88 DMOV-CARGO        VALUE "G".
              88 DMOV-DEVOLUCION   VALUE "V".
              88 DMOV-ANULA-CARGO  VALUE "X".
              88 DMOV-ANULA-DEVOL  VALUE "Y".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
           03 DMOV-LOTE            PIC 9(6).
           03 DMOV-ANULADO         PIC X.
           03 FILLER               PIC X(9).
      *
       FD VENTASDEB.
       01 REG-VENTASDEB.
           03 VTA-CLAVE.
               05 VTA-DEU-ID        PIC 9(20).
               05 VTA-ANNO-MES      PIC 9(6).
           03 VTA-DIAS OCCURS 31 TIMES PIC S9(09)V999.
      *
       FD VENTASDET.
       01 REG-VENTASDET.
           03 DET-FECHA            PIC 9(8).
           03 DET-DEU-ID           PIC 9(20).
           03 DET-PRODUCTO         PIC X(8).
           03 DET-CANTIDAD         PIC 9(5).
           03 DET-IMPORTE          PIC 9(9)V9(3).
           03 DET-TIPO             PIC X.
              88 DET-DEVOLUCION    VALUE "R".
           03 DET-LOTE             PIC 9(6).
      *
       FD VENTASTMP.
       01 REG-VENTASTMP            PIC X(60).
      *
       FD IVALIBRO.
       01 REG-IVALIBRO.
           03 LIB-FECHA            PIC 9(8).
           03 LIB-DEU-ID           PIC 9(20).
           03 LIB-CATEGORIA        PIC X.
           03 LIB-TASA             PIC 9(2)V9(2).
           03 LIB-BRUTO            PIC 9(9)V9(3).
           03 LIB-NETO             PIC 9(9)V9(3).
           03 LIB-IVA              PIC 9(9)V9(3).
           03 LIB-ORIGEN           PIC X.
           03 LIB-DOCUMENTO        PIC 9(7).
           03 LIB-LOTE             PIC 9(6).
      *
       FD LIBROTMP.
       01 REG-LIBROTMP             PIC X(83).
      *
      *    STOCK.DAT: EL SALDO DE INVENTARIO DE CADA PRODUCTO
       FD STOCK.
       01 REG-STOCK.
           03 STK-PRODUCTO         PIC X(8).
           03 STK-CANTIDAD         PIC S9(7).
           03 STK-PUNTO-PEDIDO     PIC 9(7).
           03 STK-CANT-PEDIDO      PIC 9(7).
           03 STK-COSTO-PROMEDIO   PIC 9(9)V9(4).
           03 STK-FECHA-ULT-MOV    PIC 9(8).
           03 STK-FECHA-ULT-INGRESO PIC 9(8).
           03 FILLER               PIC X(30).
      *
      *    STKMOV.DAT: DIARIO DE MOVIMIENTOS DE STOCK POR PRODUCTO +
      *    FECHA + SECUENCIA. LA CANTIDAD VA CON SIGNO: POSITIVA
      *    ENTRA AL STOCK, NEGATIVA SALE
       FD STKMOV.
       01 REG-STKMOV.
           03 SMOV-CLAVE.
               05 SMOV-PRODUCTO    PIC X(8).
               05 SMOV-FECHA       PIC 9(8).
               05 SMOV-SECUENCIA   PIC 9(4).
           03 SMOV-HORA            PIC 9(8).
           03 SMOV-TIPO            PIC X.
              88 SMOV-VENTA        VALUE "V".
              88 SMOV-DEVOLUCION   VALUE "D".
              88 SMOV-INGRESO      VALUE "I".
              88 SMOV-AJUSTE       VALUE "A".
              88 SMOV-ANULA-VENTA  VALUE "X".
              88 SMOV-ANULA-DEVOL  VALUE "Y".
           03 SMOV-CANTIDAD        PIC S9(7).
           03 SMOV-COSTO-UNITARIO  PIC 9(9)V9(4).
           03 SMOV-STOCK-DESPUES   PIC S9(7).
           03 SMOV-MOTIVO          PIC 9(2).
           03 SMOV-DOCUMENTO       PIC X(12).
           03 SMOV-OPERADOR        PIC X(8).
           03 SMOV-LOTE            PIC 9(6).
           03 SMOV-ANULADO         PIC X.
           03 FILLER               PIC X(20).
      *
      *    LO QUE EL LOTE ASENTO, ORDENADO POR DEUDOR: LAS LINEAS DE
      *    VENTASDET ("D") Y LOS MOVIMIENTOS DE DEUMOV ("M")
       SD ORDENADOS.
       01 REG-ORDENADO.
           03  SRT-DEU-ID          PIC 9(20).
           03  SRT-ORIGEN          PIC X.
           03  SRT-FECHA           PIC 9(8).
           03  SRT-SECUENCIA       PIC 9(4).
           03  SRT-TIPO            PIC X.
           03  SRT-IMPORTE         PIC 9(10)V9(3).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-LOT             PIC XX.
       01  ST-FILE-DMOV            PIC XX.
       01  ST-FILE-VTA             PIC XX.
       01  ST-FILE-DET             PIC XX.
       01  ST-FILE-DTM             PIC XX.
       01  ST-FILE-LIB             PIC XX.
       01  ST-FILE-LTM             PIC XX.
       01  ST-FILE-SRT             PIC XX.
       01  ST-FILE-STK             PIC XX.
       01  ST-FILE-SMOV            PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  FIN-ARCHIVO             PIC X.
       01  FIN-ORDENADOS           PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA                PIC X.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-GRABO        PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-LOTE-NUMERO           PIC 9(6).
       01  W-LOTE-NUMERO-Z         PIC ZZZZZ9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-CANT-Z                PIC ZZZ.ZZ9.
       01  W-IMPORTE-Z             PIC -(12)9,999.
       01  W-DIA                   PIC 99.
      *
      *    LO QUE ENCUENTRA LA VERIFICACION PREVIA
       01  W-CANT-LIN-DET          PIC 9(6).
       01  W-CANT-LIN-LIB          PIC 9(6).
       01  W-CANT-MOVIMIENTOS      PIC 9(6).
       01  W-CANT-MOV-STOCK        PIC 9(6).
       01  W-CANT-CERRADOS         PIC 9(6).
       01  W-CANT-SIN-SALDO        PIC 9(6).
       01  W-VER-DEU-ID            PIC 9(20).
       01  W-VER-BAJA-SALDO        PIC S9(11)V9(2).
      *
      *    EL DEUDOR QUE SE ESTA ANULANDO Y LOS TOTALES DEL LOTE
       01  W-HAY-DEUDOR            PIC X.
       01  W-DEUDOR-OK             PIC X.
       01  W-GRP-DEU-ID            PIC 9(20).
       01  W-SALDO-ANTES           PIC 9(10)V9(2).
       01  W-DEU-VENTAS            PIC 9(11)V9(3).
       01  W-DEU-DEVOLUCIONES      PIC 9(11)V9(3).
       01  W-DEU-MOVIMIENTOS       PIC 9(6).
       01  W-CANT-DEUDORES         PIC 9(6).
       01  W-CANT-REVERTIDOS       PIC 9(6).
       01  W-CANT-ERRORES          PIC 9(6).
       01  W-CANT-DET-QUITADAS     PIC 9(6).
       01  W-CANT-LIB-QUITADAS     PIC 9(6).
       01  W-TOTAL-VENTAS          PIC 9(12)V9(3).
       01  W-TOTAL-DEVOLUCIONES    PIC 9(12)V9(3).
      *
      *    EL MOVIMIENTO DE STOCK QUE SE ESTA REVIRTIENDO
       01  W-SMOV-CLAVE            PIC X(20).
       01  W-SMOV-CANTIDAD         PIC S9(7).
       01  W-SMOV-COSTO            PIC 9(9)V9(4).
       01  W-SMOV-TIPO             PIC X.
       01  W-CANT-STK-REVERTIDOS   PIC 9(6).
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
           COPY "PERCTL.CPY".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(30) VALUE
               "ANULACION DE LOTE DEL POS".
           03  FILLER          PIC X(6)  VALUE "LOTE: ".
           03  L-ENC-LOTE      PIC 9(6).
           03  FILLER          PIC X(9)  VALUE "  FECHA: ".
           03  L-ENC-FECHA     PIC 9(8).
           03  FILLER          PIC X(12) VALUE "  OPERADOR: ".
           03  L-ENC-OPERADOR  PIC X(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(22) VALUE "DEUDOR".
           03  FILLER          PIC X(17) VALUE "    SALDO ANTES".
           03  FILLER          PIC X(17) VALUE "  VENTAS ANULADAS".
           03  FILLER          PIC X(17) VALUE "  DEVOL. ANULADAS".
           03  FILLER          PIC X(17) VALUE "  SALDO DESPUES".
           03  FILLER          PIC X(6)  VALUE "  MOV.".
       01  L-DETALLE.
           03  L-DET-DEU-ID    PIC Z(19)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-ANTES     PIC Z(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-VENTAS    PIC Z(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DEVOL     PIC Z(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DESPUES   PIC Z(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-MOV       PIC ZZZ9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-AVISO     PIC X(20).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(30).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  L-CTL-IMP-ROTULO PIC X(30).
           03  L-CTL-IMPORTE   PIC Z(11)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
      *    LA PANTALLA NO SE MUESTRA SIN IDENTIFICACION Y NIVEL
      *    SUFICIENTE (VER SIGNON)
           MOVE "ANULVD1" TO SIGNON-PROGRAM.
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
           OPEN I-O LOTESPROC.
           IF ST-FILE-LOT > "07"
              STRING "ERROR AL ABRIR LOTESPROC " ST-FILE-LOT
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "ANULVD1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "LOTESPROC"    TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O DEUDORES.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR DEUDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "ANULVD1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O DEUMOV.
           IF ST-FILE-DMOV = "35"
              OPEN OUTPUT DEUMOV
              CLOSE DEUMOV
              OPEN I-O DEUMOV
           END-IF.
           OPEN I-O VENTASDEB.
           IF ST-FILE-VTA = "35"
              OPEN OUTPUT VENTASDEB
              CLOSE VENTASDEB
              OPEN I-O VENTASDEB
           END-IF.
           OPEN I-O STOCK.
           IF ST-FILE-STK = "35"
              OPEN OUTPUT STOCK
              CLOSE STOCK
              OPEN I-O STOCK
           END-IF.
           OPEN I-O STKMOV.
           IF ST-FILE-SMOV = "35"
              OPEN OUTPUT STKMOV
              CLOSE STKMOV
              OPEN I-O STKMOV
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE LOTESPROC.
           CLOSE DEUDORES.
           CLOSE DEUMOV.
           CLOSE VENTASDEB.
           CLOSE STOCK.
           CLOSE STKMOV.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-LOTE THRU F-INGRESO-LOTE.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM VERIFICO-LOTE THRU F-VERIFICO-LOTE.
           PERFORM MUESTRO-VERIFICACION.
           IF W-CANT-CERRADOS > 0 OR W-CANT-SIN-SALDO > 0
              DISPLAY "NO SE PUEDE ANULAR EL LOTE" LINE 24 COL 1
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
      *    UN LOTE CARGADO ANTES DE QUE LAS LINEAS LLEVARAN SU
      *    NUMERO NO PUEDE ENCONTRARSE: SE REVIERTE A MANO
           IF W-CANT-LIN-DET = 0 AND W-CANT-LIN-LIB = 0
              AND W-CANT-MOVIMIENTOS = 0 AND W-CANT-MOV-STOCK = 0
              DISPLAY "NO HAY LINEAS ASENTADAS CON ESTE NUMERO DE LOTE"
                      LINE 24 COL 1
              ACCEPT OPCION LINE 21 COL 38 PROMPT
              GO TO F-PROCESO
           END-IF.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Anulacion de Lote del POS"  LINE 2  COL 27
                   GUIONES                      LINE 3  COL 1
                   "Nro. de Lote (0=Salir): "   LINE 4  COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
      *
       INGRESO-LOTE.
           ACCEPT W-LOTE-NUMERO LINE 4 COL 29 PROMPT.
           IF W-LOTE-NUMERO = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-LOTE
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE "POSVENTAS"   TO LOT-ARCHIVO.
           MOVE W-LOTE-NUMERO TO LOT-NUMERO.
           READ LOTESPROC INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "LOTE INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-LOTE
           END-IF.
           IF LOT-ANULADO
              MOVE SPACES TO MENSAJE
              STRING "LOTE YA ANULADO EL " LOT-FECHA-ANULACION
                     " POR " LOT-OPERADOR-ANULA
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              GO TO INGRESO-LOTE
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-LOTE-NUMERO TO W-LOTE-NUMERO-Z.
           MOVE LOT-CANT      TO W-CANT-Z.
           MOVE LOT-IMPORTE   TO W-IMPORTE-Z.
           DISPLAY W-LOTE-NUMERO-Z    LINE 4  COL 29
                   "Cargado el     : " LINE 6  COL 5
                   LOT-FECHA          LINE 6  COL 22
                   "Lineas del lote: " LINE 7  COL 5
                   W-CANT-Z           LINE 7  COL 22
                   "Importe neto   : " LINE 8  COL 5
                   W-IMPORTE-Z        LINE 8  COL 22.
       F-INGRESO-LOTE.
           EXIT.
      *
      *    PRIMERA PASADA: SOLO SE CUENTA Y SE CONTROLA, SIN TOCAR
      *    NADA. CADA FECHA AFECTADA DEBE ESTAR EN PERIODO ABIERTO Y
      *    NINGUN DEUDOR PUEDE QUEDAR CON SALDO NEGATIVO
       VERIFICO-LOTE.
           MOVE 0 TO W-CANT-LIN-DET.
           MOVE 0 TO W-CANT-LIN-LIB.
           MOVE 0 TO W-CANT-MOVIMIENTOS.
           MOVE 0 TO W-CANT-MOV-STOCK.
           MOVE 0 TO W-CANT-CERRADOS.
           MOVE 0 TO W-CANT-SIN-SALDO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT VENTASDET.
           IF ST-FILE-DET > "07"
              MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM VERIFICO-UN-DETALLE THRU F-VERIFICO-UN-DETALLE
              UNTIL FIN-ARCHIVO = "S".
           CLOSE VENTASDET.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT IVALIBRO.
           IF ST-FILE-LIB > "07"
              MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM VERIFICO-UNA-LINEA-LIBRO
              THRU F-VERIFICO-UNA-LINEA-LIBRO
              UNTIL FIN-ARCHIVO = "S".
           CLOSE IVALIBRO.
           MOVE "N" TO FIN-ARCHIVO.
           MOVE 0 TO W-VER-DEU-ID.
           MOVE 0 TO W-VER-BAJA-SALDO.
           MOVE LOW-VALUES TO DMOV-CLAVE.
           START DEUMOV KEY IS NOT LESS THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START.
           PERFORM VERIFICO-UN-MOVIMIENTO THRU F-VERIFICO-UN-MOVIMIENTO
              UNTIL FIN-ARCHIVO = "S".
           PERFORM VERIFICO-SALDO-DEUDOR THRU F-VERIFICO-SALDO-DEUDOR.
           MOVE "N" TO FIN-ARCHIVO.
           MOVE LOW-VALUES TO SMOV-CLAVE.
           START STKMOV KEY IS NOT LESS THAN SMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START.
           PERFORM VERIFICO-UN-MOV-STOCK THRU F-VERIFICO-UN-MOV-STOCK
              UNTIL FIN-ARCHIVO = "S".
       F-VERIFICO-LOTE.
           EXIT.
      *
      *    LAS LINEAS ANTERIORES AL NUMERO DE LOTE VIENEN CORTAS
      *    (ESPACIOS) Y NO SON DE NINGUN LOTE
       VERIFICO-UN-DETALLE.
           READ VENTASDET
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-VERIFICO-UN-DETALLE.
           IF DET-LOTE NOT NUMERIC GO TO F-VERIFICO-UN-DETALLE.
           IF DET-LOTE NOT = W-LOTE-NUMERO
              GO TO F-VERIFICO-UN-DETALLE
           END-IF.
           ADD 1 TO W-CANT-LIN-DET.
           MOVE DET-FECHA TO PERCTL-FECHA.
           PERFORM CONSULTO-PERIODO.
       F-VERIFICO-UN-DETALLE.
           EXIT.
      *
       VERIFICO-UNA-LINEA-LIBRO.
           READ IVALIBRO
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-VERIFICO-UNA-LINEA-LIBRO.
           IF LIB-LOTE NOT NUMERIC GO TO F-VERIFICO-UNA-LINEA-LIBRO.
           IF LIB-LOTE NOT = W-LOTE-NUMERO
              GO TO F-VERIFICO-UNA-LINEA-LIBRO
           END-IF.
           ADD 1 TO W-CANT-LIN-LIB.
           MOVE LIB-FECHA TO PERCTL-FECHA.
           PERFORM CONSULTO-PERIODO.
           MOVE LIB-FECHA TO PERCTL-FECHA.
           PERFORM CONSULTO-PERIODO-IVA.
       F-VERIFICO-UNA-LINEA-LIBRO.
           EXIT.
      *
      *    EL JOURNAL VIENE POR DEUDOR: AL CAMBIAR EL DEUDOR SE
      *    CONTROLA QUE SU SALDO ALCANCE PARA LO QUE SE LE BAJA
       VERIFICO-UN-MOVIMIENTO.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-VERIFICO-UN-MOVIMIENTO.
           PERFORM ES-MOVIMIENTO-DEL-LOTE.
           IF EXISTE = "N" GO TO F-VERIFICO-UN-MOVIMIENTO.
           IF DMOV-DEU-ID NOT = W-VER-DEU-ID
              PERFORM VERIFICO-SALDO-DEUDOR
                 THRU F-VERIFICO-SALDO-DEUDOR
              MOVE DMOV-DEU-ID TO W-VER-DEU-ID
              MOVE 0 TO W-VER-BAJA-SALDO
           END-IF.
           ADD 1 TO W-CANT-MOVIMIENTOS.
           IF DMOV-CARGO
              ADD DMOV-IMPORTE TO W-VER-BAJA-SALDO
           ELSE
              SUBTRACT DMOV-IMPORTE FROM W-VER-BAJA-SALDO
           END-IF.
           MOVE DMOV-FECHA TO PERCTL-FECHA.
           PERFORM CONSULTO-PERIODO.
       F-VERIFICO-UN-MOVIMIENTO.
           EXIT.
      *
      *    UN CARGO O UNA DEVOLUCION DEL LOTE QUE TODAVIA NO FUE
      *    ANULADO (UN LOTE ANULADO Y VUELTO A CARGAR REPITE EL
      *    NUMERO)
       ES-MOVIMIENTO-DEL-LOTE.
           MOVE "N" TO EXISTE.
           IF (DMOV-CARGO OR DMOV-DEVOLUCION)
              AND DMOV-LOTE IS NUMERIC
              AND DMOV-LOTE = W-LOTE-NUMERO
              AND DMOV-ANULADO NOT = "S"
              MOVE "S" TO EXISTE
           END-IF.
      *
       VERIFICO-SALDO-DEUDOR.
           IF W-VER-DEU-ID = 0 OR W-VER-BAJA-SALDO NOT > 0
              GO TO F-VERIFICO-SALDO-DEUDOR
           END-IF.
           MOVE W-VER-DEU-ID TO DEU_ID.
           READ DEUDORES
              INVALID KEY MOVE 0 TO DEU_SALDO
           END-READ.
           IF W-VER-BAJA-SALDO > DEU_SALDO
              ADD 1 TO W-CANT-SIN-SALDO
           END-IF.
       F-VERIFICO-SALDO-DEUDOR.
           EXIT.
      *
      *    EL STOCK NO DEPENDE DE PERIODOS: SOLO SE CUENTA
       VERIFICO-UN-MOV-STOCK.
           READ STKMOV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-VERIFICO-UN-MOV-STOCK.
           PERFORM ES-MOV-STOCK-DEL-LOTE.
           IF EXISTE = "S"
              ADD 1 TO W-CANT-MOV-STOCK
           END-IF.
       F-VERIFICO-UN-MOV-STOCK.
           EXIT.
      *
      *    UNA VENTA O DEVOLUCION DEL LOTE TODAVIA NO ANULADA
       ES-MOV-STOCK-DEL-LOTE.
           MOVE "N" TO EXISTE.
           IF (SMOV-VENTA OR SMOV-DEVOLUCION)
              AND SMOV-LOTE IS NUMERIC
              AND SMOV-LOTE = W-LOTE-NUMERO
              AND SMOV-ANULADO NOT = "S"
              MOVE "S" TO EXISTE
           END-IF.
      *
       CONSULTO-PERIODO.
           MOVE "DEU" TO PERCTL-MODULO.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              ADD 1 TO W-CANT-CERRADOS
           END-IF.
      *
      *    UN MES DEL LIBRO DE IVA YA PRESENTADO SE CIERRA EN EL
      *    MODULO "IVA", AUNQUE DEUDORES SIGA ABIERTO
       CONSULTO-PERIODO-IVA.
           MOVE "IVA" TO PERCTL-MODULO.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              ADD 1 TO W-CANT-CERRADOS
           END-IF.
      *
       MUESTRO-VERIFICACION.
           MOVE W-CANT-LIN-DET TO W-CANT-Z.
           DISPLAY "Lineas en VENTASDET       : " LINE 10 COL 5
                   W-CANT-Z                      LINE 10 COL 33.
           MOVE W-CANT-LIN-LIB TO W-CANT-Z.
           DISPLAY "Lineas en IVALIBRO        : " LINE 11 COL 5
                   W-CANT-Z                      LINE 11 COL 33.
           MOVE W-CANT-MOVIMIENTOS TO W-CANT-Z.
           DISPLAY "Movimientos en DEUMOV     : " LINE 12 COL 5
                   W-CANT-Z                      LINE 12 COL 33.
           MOVE W-CANT-MOV-STOCK TO W-CANT-Z.
           DISPLAY "Movimientos en STKMOV     : " LINE 13 COL 5
                   W-CANT-Z                      LINE 13 COL 33.
           MOVE W-CANT-CERRADOS TO W-CANT-Z.
           DISPLAY "Fechas en periodo cerrado : " LINE 14 COL 5
                   W-CANT-Z                      LINE 14 COL 33.
           MOVE W-CANT-SIN-SALDO TO W-CANT-Z.
           DISPLAY "Deudores sin saldo        : " LINE 15 COL 5
                   W-CANT-Z                      LINE 15 COL 33.
      *
       OPCIONES.
           DISPLAY "[01 - ANULAR EL LOTE]" LINE 23 COL 1
                   "[77  - SALIR]"         LINE 23 COL 34.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           EVALUATE OPCION
            WHEN 1
                PERFORM ANULO-LOTE THRU F-ANULO-LOTE
            WHEN 77
                MOVE "S" TO FIN
            WHEN OTHER
                GO TO OPCIONES
           END-EVALUATE.
      *
       ANULO-LOTE.
           PERFORM CONFIRMO.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-ANULO-LOTE
           END-IF.
           DISPLAY "ANULANDO EL LOTE..." LINE 24 COL 1.
           MOVE 0 TO W-CANT-DEUDORES.
           MOVE 0 TO W-CANT-REVERTIDOS.
           MOVE 0 TO W-CANT-ERRORES.
           MOVE 0 TO W-CANT-DET-QUITADAS.
           MOVE 0 TO W-CANT-LIB-QUITADAS.
           MOVE 0 TO W-CANT-STK-REVERTIDOS.
           MOVE 0 TO W-TOTAL-VENTAS.
           MOVE 0 TO W-TOTAL-DEVOLUCIONES.
           OPEN OUTPUT LISTADO.
           MOVE W-LOTE-NUMERO   TO L-ENC-LOTE.
           MOVE W-FECHA-HOY     TO L-ENC-FECHA.
           MOVE SIGNON-OPERADOR TO L-ENC-OPERADOR.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           SORT ORDENADOS
              ON ASCENDING KEY SRT-DEU-ID SRT-ORIGEN SRT-FECHA
                               SRT-SECUENCIA
              INPUT PROCEDURE IS JUNTO-LINEAS
              OUTPUT PROCEDURE IS REVIERTO-ORDENADOS.
           PERFORM REVIERTO-STOCK THRU F-REVIERTO-STOCK.
           PERFORM QUITO-LINEAS-DETALLE THRU F-QUITO-LINEAS-DETALLE.
           PERFORM QUITO-LINEAS-LIBRO THRU F-QUITO-LINEAS-LIBRO.
           PERFORM MARCO-LOTE.
           PERFORM IMPRIMO-TOTALES.
           CLOSE LISTADO.
           MOVE "ANULVD1"       TO RPTARC-PROGRAM.
           MOVE "ANULACION DE LOTE DEL PUNTO DE VENTA"
              TO RPTARC-TITLE.
           MOVE "./anulvd1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           IF W-CANT-ERRORES > 0
              DISPLAY "LOTE ANULADO CON ERRORES - VER ANULVD1.LST"
                      LINE 24 COL 1
           ELSE
              DISPLAY "LOTE ANULADO - VER ANULVD1.LST" LINE 24 COL 1
           END-IF.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
       F-ANULO-LOTE.
           EXIT.
      *
      *    EXTRACCION: LAS LINEAS DE VENTASDET Y LOS MOVIMIENTOS DE
      *    DEUMOV DEL LOTE
       JUNTO-LINEAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT VENTASDET.
           IF ST-FILE-DET > "07"
              MOVE "S" TO FIN-ARCHIVO
           END-IF.
           PERFORM JUNTO-UN-DETALLE THRU F-JUNTO-UN-DETALLE
              UNTIL FIN-ARCHIVO = "S".
           CLOSE VENTASDET.
           MOVE "N" TO FIN-ARCHIVO.
           MOVE LOW-VALUES TO DMOV-CLAVE.
           START DEUMOV KEY IS NOT LESS THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START.
           PERFORM JUNTO-UN-MOVIMIENTO THRU F-JUNTO-UN-MOVIMIENTO
              UNTIL FIN-ARCHIVO = "S".
      *
       JUNTO-UN-DETALLE.
           READ VENTASDET
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-JUNTO-UN-DETALLE.
           IF DET-LOTE NOT NUMERIC GO TO F-JUNTO-UN-DETALLE.
           IF DET-LOTE NOT = W-LOTE-NUMERO
              GO TO F-JUNTO-UN-DETALLE
           END-IF.
           MOVE DET-DEU-ID  TO SRT-DEU-ID.
           MOVE "D"         TO SRT-ORIGEN.
           MOVE DET-FECHA   TO SRT-FECHA.
           MOVE 0           TO SRT-SECUENCIA.
           MOVE DET-TIPO    TO SRT-TIPO.
           MOVE DET-IMPORTE TO SRT-IMPORTE.
           RELEASE REG-ORDENADO.
       F-JUNTO-UN-DETALLE.
           EXIT.
      *
       JUNTO-UN-MOVIMIENTO.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-JUNTO-UN-MOVIMIENTO.
           PERFORM ES-MOVIMIENTO-DEL-LOTE.
           IF EXISTE = "N" GO TO F-JUNTO-UN-MOVIMIENTO.
           MOVE DMOV-DEU-ID    TO SRT-DEU-ID.
           MOVE "M"            TO SRT-ORIGEN.
           MOVE DMOV-FECHA     TO SRT-FECHA.
           MOVE DMOV-SECUENCIA TO SRT-SECUENCIA.
           MOVE DMOV-TIPO      TO SRT-TIPO.
           MOVE DMOV-IMPORTE   TO SRT-IMPORTE.
           RELEASE REG-ORDENADO.
       F-JUNTO-UN-MOVIMIENTO.
           EXIT.
      *
      *    CORTE POR DEUDOR: SE GUARDA EL SALDO ANTES, SE REVIERTE
      *    CADA LINEA Y AL CERRAR EL DEUDOR SE IMPRIME ANTES/DESPUES
       REVIERTO-ORDENADOS.
           MOVE "N" TO FIN-ORDENADOS.
           MOVE "N" TO W-HAY-DEUDOR.
           PERFORM REVIERTO-UNA-LINEA THRU F-REVIERTO-UNA-LINEA
              UNTIL FIN-ORDENADOS = "S".
           IF W-HAY-DEUDOR = "S"
              PERFORM CIERRO-DEUDOR
           END-IF.
      *
       REVIERTO-UNA-LINEA.
           RETURN ORDENADOS
              AT END
                 MOVE "S" TO FIN-ORDENADOS
                 GO TO F-REVIERTO-UNA-LINEA
           END-RETURN.
           IF W-HAY-DEUDOR = "S" AND SRT-DEU-ID NOT = W-GRP-DEU-ID
              PERFORM CIERRO-DEUDOR
              MOVE "N" TO W-HAY-DEUDOR
           END-IF.
           IF W-HAY-DEUDOR = "N"
              PERFORM ABRO-DEUDOR
           END-IF.
           IF SRT-ORIGEN = "D"
              PERFORM REVIERTO-VENTA THRU F-REVIERTO-VENTA
           ELSE
              PERFORM REVIERTO-MOVIMIENTO THRU F-REVIERTO-MOVIMIENTO
           END-IF.
       F-REVIERTO-UNA-LINEA.
           EXIT.
      *
       ABRO-DEUDOR.
           MOVE "S" TO W-HAY-DEUDOR.
           MOVE SRT-DEU-ID TO W-GRP-DEU-ID.
           MOVE 0 TO W-DEU-VENTAS.
           MOVE 0 TO W-DEU-DEVOLUCIONES.
           MOVE 0 TO W-DEU-MOVIMIENTOS.
           MOVE "S" TO W-DEUDOR-OK.
           MOVE SRT-DEU-ID TO DEU_ID.
           READ DEUDORES
              INVALID KEY
                 MOVE "N" TO W-DEUDOR-OK
                 MOVE 0 TO DEU_SALDO
           END-READ.
           MOVE DEU_SALDO TO W-SALDO-ANTES.
           ADD 1 TO W-CANT-DEUDORES.
      *
       CIERRO-DEUDOR.
           MOVE W-GRP-DEU-ID       TO L-DET-DEU-ID.
           MOVE W-SALDO-ANTES      TO L-DET-ANTES.
           MOVE W-DEU-VENTAS       TO L-DET-VENTAS.
           MOVE W-DEU-DEVOLUCIONES TO L-DET-DEVOL.
           MOVE DEU_SALDO          TO L-DET-DESPUES.
           MOVE W-DEU-MOVIMIENTOS  TO L-DET-MOV.
           IF W-DEUDOR-OK = "S"
              MOVE SPACES TO L-DET-AVISO
           ELSE
              MOVE "** VER ERRLOG **" TO L-DET-AVISO
           END-IF.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
      *    LA VENTA DEL LOTE SE RESTA DEL DIA QUE LA ACUMULO Y LA
      *    DEVOLUCION SE VUELVE A SUMAR
       REVIERTO-VENTA.
           MOVE SRT-DEU-ID      TO VTA-DEU-ID.
           MOVE SRT-FECHA(1:6)  TO VTA-ANNO-MES.
           MOVE SRT-FECHA(7:2)  TO W-DIA.
           READ VENTASDEB
              INVALID KEY
                 MOVE "N" TO W-DEUDOR-OK
                 ADD 1 TO W-CANT-ERRORES
                 MOVE "ANULVD1"        TO ERRLOG-PROGRAM
                 MOVE "REVIERTO-VENTA" TO ERRLOG-PARAGRAPH
                 MOVE "VENTASDEB"      TO ERRLOG-FILENAME
                 MOVE SRT-DEU-ID        TO ERRLOG-KEYVALUE
                 MOVE ST-FILE-VTA       TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
                 GO TO F-REVIERTO-VENTA
           END-READ.
           IF SRT-TIPO = "R"
              ADD SRT-IMPORTE TO VTA-DIAS(W-DIA)
              ADD SRT-IMPORTE TO W-DEU-DEVOLUCIONES
              ADD SRT-IMPORTE TO W-TOTAL-DEVOLUCIONES
           ELSE
              SUBTRACT SRT-IMPORTE FROM VTA-DIAS(W-DIA)
              ADD SRT-IMPORTE TO W-DEU-VENTAS
              ADD SRT-IMPORTE TO W-TOTAL-VENTAS
           END-IF.
           REWRITE REG-VENTASDEB.
           IF ST-FILE-VTA > "07"
              MOVE "N" TO W-DEUDOR-OK
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"        TO ERRLOG-PROGRAM
              MOVE "REVIERTO-VENTA" TO ERRLOG-PARAGRAPH
              MOVE "VENTASDEB"      TO ERRLOG-FILENAME
              MOVE SRT-DEU-ID        TO ERRLOG-KEYVALUE
              MOVE ST-FILE-VTA       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-REVIERTO-VENTA.
           EXIT.
      *
      *    EL MOVIMIENTO ORIGINAL QUEDA MARCADO COMO ANULADO Y SE
      *    ASIENTA SU CONTRARIO: "X" BAJA EL SALDO QUE SUBIO EL
      *    CARGO, "Y" SUBE EL QUE BAJO LA DEVOLUCION
       REVIERTO-MOVIMIENTO.
           IF W-DEUDOR-OK = "N"
              ADD 1 TO W-CANT-ERRORES
              GO TO F-REVIERTO-MOVIMIENTO
           END-IF.
           IF SRT-TIPO = "G"
              SUBTRACT SRT-IMPORTE FROM DEU_SALDO
           ELSE
              ADD SRT-IMPORTE TO DEU_SALDO
           END-IF.
       REGRABO-DEUDOR.
           REWRITE REG-DEUDORES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-GRABO
              IF REINTENTOS-GRABO > MAX-REINTENTOS
                 MOVE 0 TO REINTENTOS-GRABO
                 MOVE "99" TO ST-FILE
              ELSE
                 CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
                 GO TO REGRABO-DEUDOR
              END-IF
           END-IF.
           MOVE 0 TO REINTENTOS-GRABO.
           IF ST-FILE > "07"
              IF SRT-TIPO = "G"
                 ADD SRT-IMPORTE TO DEU_SALDO
              ELSE
                 SUBTRACT SRT-IMPORTE FROM DEU_SALDO
              END-IF
              MOVE "N" TO W-DEUDOR-OK
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"             TO ERRLOG-PROGRAM
              MOVE "REVIERTO-MOVIMIENTO" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"            TO ERRLOG-FILENAME
              MOVE DEU_ID                 TO ERRLOG-KEYVALUE
              MOVE ST-FILE                TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-REVIERTO-MOVIMIENTO
           END-IF.
           MOVE SRT-DEU-ID    TO DMOV-DEU-ID.
           MOVE SRT-FECHA     TO DMOV-FECHA.
           MOVE SRT-SECUENCIA TO DMOV-SECUENCIA.
           READ DEUMOV
              NOT INVALID KEY
                 MOVE "S" TO DMOV-ANULADO
                 REWRITE REG-DEUMOV
           END-READ.
           PERFORM GRABO-MOVIMIENTO-ANULACION.
           ADD 1 TO W-DEU-MOVIMIENTOS.
           ADD 1 TO W-CANT-REVERTIDOS.
       F-REVIERTO-MOVIMIENTO.
           EXIT.
      *
       GRABO-MOVIMIENTO-ANULACION.
           INITIALIZE REG-DEUMOV.
           MOVE SRT-DEU-ID    TO DMOV-DEU-ID.
           MOVE SRT-FECHA     TO DMOV-FECHA.
           MOVE 1             TO DMOV-SECUENCIA.
           ACCEPT DMOV-HORA FROM TIME.
           IF SRT-TIPO = "G"
              SET DMOV-ANULA-CARGO TO TRUE
           ELSE
              SET DMOV-ANULA-DEVOL TO TRUE
           END-IF.
           MOVE SRT-IMPORTE   TO DMOV-IMPORTE.
           MOVE DEU_SALDO     TO DMOV-SALDO-DESPUES.
           MOVE W-LOTE-NUMERO TO DMOV-LOTE.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-DMOV-CLAVE.
           WRITE REG-DEUMOV.
           IF ST-FILE-DMOV = "22"
              ADD 1 TO DMOV-SECUENCIA
              GO TO GRABO-DMOV-CLAVE
           END-IF.
           IF ST-FILE-DMOV > "07"
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"                    TO ERRLOG-PROGRAM
              MOVE "GRABO-MOVIMIENTO-ANULACION" TO ERRLOG-PARAGRAPH
              MOVE "DEUMOV"                     TO ERRLOG-FILENAME
              MOVE DEU_ID                        TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DMOV                  TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
      *    RECORRE EL DIARIO DE STOCK: CADA VENTA O DEVOLUCION DEL
      *    LOTE QUEDA MARCADA COMO ANULADA Y SE ASIENTA SU CONTRARIO.
      *    EL CONTRARIO CAE MAS ADELANTE EN LA CLAVE (MISMO PRODUCTO
      *    Y FECHA, OTRA SECUENCIA); LA LECTURA SE REPOSICIONA
      *    DESPUES DEL ORIGINAL Y EL CONTRARIO NO VUELVE A TOMARSE
      *    PORQUE NO ES "V" NI "D"
       REVIERTO-STOCK.
           MOVE "N" TO FIN-ARCHIVO.
           MOVE LOW-VALUES TO SMOV-CLAVE.
           START STKMOV KEY IS NOT LESS THAN SMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START.
           PERFORM REVIERTO-UN-MOV-STOCK THRU F-REVIERTO-UN-MOV-STOCK
              UNTIL FIN-ARCHIVO = "S".
       F-REVIERTO-STOCK.
           EXIT.
      *
       REVIERTO-UN-MOV-STOCK.
           READ STKMOV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-REVIERTO-UN-MOV-STOCK.
           PERFORM ES-MOV-STOCK-DEL-LOTE.
           IF EXISTE = "N" GO TO F-REVIERTO-UN-MOV-STOCK.
           MOVE SMOV-CLAVE          TO W-SMOV-CLAVE.
           MOVE SMOV-CANTIDAD       TO W-SMOV-CANTIDAD.
           MOVE SMOV-COSTO-UNITARIO TO W-SMOV-COSTO.
           IF SMOV-VENTA
              MOVE "X" TO W-SMOV-TIPO
           ELSE
              MOVE "Y" TO W-SMOV-TIPO
           END-IF.
           MOVE "S" TO SMOV-ANULADO.
           REWRITE REG-STKMOV.
           IF ST-FILE-SMOV > "07"
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"               TO ERRLOG-PROGRAM
              MOVE "REVIERTO-UN-MOV-STOCK" TO ERRLOG-PARAGRAPH
              MOVE "STKMOV"                TO ERRLOG-FILENAME
              MOVE W-SMOV-CLAVE            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SMOV            TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-REVIERTO-UN-MOV-STOCK
           END-IF.
           PERFORM DEVUELVO-STOCK THRU F-DEVUELVO-STOCK.
           MOVE W-SMOV-CLAVE TO SMOV-CLAVE.
           START STKMOV KEY IS GREATER THAN SMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START.
       F-REVIERTO-UN-MOV-STOCK.
           EXIT.
      *
      *    EL SALDO DEL PRODUCTO RECUPERA LO QUE MOVIO EL ORIGINAL Y
      *    EL CONTRARIO SE GRABA CON EL MISMO PRODUCTO, FECHA Y COSTO
       DEVUELVO-STOCK.
           MOVE W-SMOV-CLAVE(1:8) TO STK-PRODUCTO.
           READ STOCK
              INVALID KEY
                 ADD 1 TO W-CANT-ERRORES
                 MOVE "ANULVD1"        TO ERRLOG-PROGRAM
                 MOVE "DEVUELVO-STOCK" TO ERRLOG-PARAGRAPH
                 MOVE "STOCK"          TO ERRLOG-FILENAME
                 MOVE STK-PRODUCTO     TO ERRLOG-KEYVALUE
                 MOVE ST-FILE-STK      TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
                 GO TO F-DEVUELVO-STOCK
           END-READ.
           SUBTRACT W-SMOV-CANTIDAD FROM STK-CANTIDAD.
           MOVE W-FECHA-HOY TO STK-FECHA-ULT-MOV.
       REGRABO-STOCK.
           REWRITE REG-STOCK.
           IF ST-FILE-STK = "99"
              ADD 1 TO REINTENTOS-GRABO
              IF REINTENTOS-GRABO NOT > MAX-REINTENTOS
                 CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
                 GO TO REGRABO-STOCK
              END-IF
           END-IF.
           MOVE 0 TO REINTENTOS-GRABO.
           IF ST-FILE-STK > "07"
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"        TO ERRLOG-PROGRAM
              MOVE "DEVUELVO-STOCK" TO ERRLOG-PARAGRAPH
              MOVE "STOCK"          TO ERRLOG-FILENAME
              MOVE STK-PRODUCTO     TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-DEVUELVO-STOCK
           END-IF.
           INITIALIZE REG-STKMOV.
           MOVE W-SMOV-CLAVE        TO SMOV-CLAVE.
           MOVE 1                   TO SMOV-SECUENCIA.
           ACCEPT SMOV-HORA FROM TIME.
           MOVE W-SMOV-TIPO         TO SMOV-TIPO.
           COMPUTE SMOV-CANTIDAD = 0 - W-SMOV-CANTIDAD.
           MOVE W-SMOV-COSTO        TO SMOV-COSTO-UNITARIO.
           MOVE STK-CANTIDAD        TO SMOV-STOCK-DESPUES.
           MOVE SIGNON-OPERADOR     TO SMOV-OPERADOR.
           MOVE W-LOTE-NUMERO       TO SMOV-LOTE.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-SMOV-CLAVE.
           WRITE REG-STKMOV.
           IF ST-FILE-SMOV = "22"
              ADD 1 TO SMOV-SECUENCIA
              GO TO GRABO-SMOV-CLAVE
           END-IF.
           IF ST-FILE-SMOV > "07"
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"        TO ERRLOG-PROGRAM
              MOVE "DEVUELVO-STOCK" TO ERRLOG-PARAGRAPH
              MOVE "STKMOV"         TO ERRLOG-FILENAME
              MOVE W-SMOV-CLAVE     TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SMOV     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-DEVUELVO-STOCK
           END-IF.
           ADD 1 TO W-CANT-STK-REVERTIDOS.
       F-DEVUELVO-STOCK.
           EXIT.
      *
      *    VENTASDET ES SECUENCIAL: SE COPIA SIN LAS LINEAS DEL LOTE
      *    A VENTASDET.TMP Y SE VUELVE A COPIAR ENCIMA
       QUITO-LINEAS-DETALLE.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT VENTASDET.
           IF ST-FILE-DET > "07"
              GO TO F-QUITO-LINEAS-DETALLE
           END-IF.
           OPEN OUTPUT VENTASTMP.
           PERFORM COPIO-UN-DETALLE THRU F-COPIO-UN-DETALLE
              UNTIL FIN-ARCHIVO = "S".
           CLOSE VENTASDET.
           CLOSE VENTASTMP.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT VENTASTMP.
           OPEN OUTPUT VENTASDET.
           PERFORM DEVUELVO-UN-DETALLE THRU F-DEVUELVO-UN-DETALLE
              UNTIL FIN-ARCHIVO = "S".
           CLOSE VENTASTMP.
           CLOSE VENTASDET.
       F-QUITO-LINEAS-DETALLE.
           EXIT.
      *
       COPIO-UN-DETALLE.
           READ VENTASDET
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-COPIO-UN-DETALLE.
           IF DET-LOTE IS NUMERIC AND DET-LOTE = W-LOTE-NUMERO
              ADD 1 TO W-CANT-DET-QUITADAS
              GO TO F-COPIO-UN-DETALLE
           END-IF.
           WRITE REG-VENTASTMP FROM REG-VENTASDET.
       F-COPIO-UN-DETALLE.
           EXIT.
      *
       DEVUELVO-UN-DETALLE.
           READ VENTASTMP
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-DEVUELVO-UN-DETALLE.
           WRITE REG-VENTASDET FROM REG-VENTASTMP.
       F-DEVUELVO-UN-DETALLE.
           EXIT.
      *
      *    IGUAL CON EL LIBRO DE IVA: VERIFICO-LOTE YA CONTROLO QUE
      *    NINGUN MES DEL LOTE ESTE CERRADO PARA IVA, ASI QUE EL
      *    LIBRO DE ESOS MESES NO FUE PRESENTADO TODAVIA
       QUITO-LINEAS-LIBRO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT IVALIBRO.
           IF ST-FILE-LIB > "07"
              GO TO F-QUITO-LINEAS-LIBRO
           END-IF.
           OPEN OUTPUT LIBROTMP.
           PERFORM COPIO-UNA-LINEA-LIBRO THRU F-COPIO-UNA-LINEA-LIBRO
              UNTIL FIN-ARCHIVO = "S".
           CLOSE IVALIBRO.
           CLOSE LIBROTMP.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT LIBROTMP.
           OPEN OUTPUT IVALIBRO.
           PERFORM DEVUELVO-UNA-LINEA-LIBRO
              THRU F-DEVUELVO-UNA-LINEA-LIBRO
              UNTIL FIN-ARCHIVO = "S".
           CLOSE LIBROTMP.
           CLOSE IVALIBRO.
       F-QUITO-LINEAS-LIBRO.
           EXIT.
      *
       COPIO-UNA-LINEA-LIBRO.
           READ IVALIBRO
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-COPIO-UNA-LINEA-LIBRO.
           IF LIB-LOTE IS NUMERIC AND LIB-LOTE = W-LOTE-NUMERO
              ADD 1 TO W-CANT-LIB-QUITADAS
              GO TO F-COPIO-UNA-LINEA-LIBRO
           END-IF.
           WRITE REG-LIBROTMP FROM REG-IVALIBRO.
       F-COPIO-UNA-LINEA-LIBRO.
           EXIT.
      *
       DEVUELVO-UNA-LINEA-LIBRO.
           READ LIBROTMP
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-DEVUELVO-UNA-LINEA-LIBRO.
           WRITE REG-IVALIBRO FROM REG-LIBROTMP.
       F-DEVUELVO-UNA-LINEA-LIBRO.
           EXIT.
      *
      *    EL LOTE QUEDA ANULADO: CARGAVD1 LO ACEPTA DE NUEVO
       MARCO-LOTE.
           MOVE "POSVENTAS"   TO LOT-ARCHIVO.
           MOVE W-LOTE-NUMERO TO LOT-NUMERO.
           READ LOTESPROC
              INVALID KEY
                 ADD 1 TO W-CANT-ERRORES
              NOT INVALID KEY
                 SET LOT-ANULADO       TO TRUE
                 MOVE W-FECHA-HOY      TO LOT-FECHA-ANULACION
                 MOVE SIGNON-OPERADOR  TO LOT-OPERADOR-ANULA
                 REWRITE REG-LOTESPROC
           END-READ.
           IF ST-FILE-LOT > "07"
              ADD 1 TO W-CANT-ERRORES
              MOVE "ANULVD1"     TO ERRLOG-PROGRAM
              MOVE "MARCO-LOTE"  TO ERRLOG-PARAGRAPH
              MOVE "LOTESPROC"   TO ERRLOG-FILENAME
              MOVE W-LOTE-NUMERO TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       IMPRIMO-TOTALES.
           MOVE GUIONES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "DEUDORES AFECTADOS:"      TO L-CTL-ROTULO.
           MOVE W-CANT-DEUDORES            TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "MOVIMIENTOS REVERTIDOS:"  TO L-CTL-ROTULO.
           MOVE W-CANT-REVERTIDOS          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "LINEAS QUITADAS VENTASDET:" TO L-CTL-ROTULO.
           MOVE W-CANT-DET-QUITADAS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "LINEAS QUITADAS IVALIBRO:" TO L-CTL-ROTULO.
           MOVE W-CANT-LIB-QUITADAS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "MOVIM. DE STOCK REVERTIDOS:" TO L-CTL-ROTULO.
           MOVE W-CANT-STK-REVERTIDOS      TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "VENTAS ANULADAS:"         TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-VENTAS             TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "DEVOLUCIONES ANULADAS:"   TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-DEVOLUCIONES       TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "ERRORES:"                 TO L-CTL-ROTULO.
           MOVE W-CANT-ERRORES             TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
      *
       CONFIRMO.
           DISPLAY "CONFIRMA (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA LINE 24 COL 18.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       END PROGRAM ANULVD1.
