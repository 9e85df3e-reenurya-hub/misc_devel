      *    COLA QUE NO BALANCEA O CON UN NUMERO YA ASENTADO EN
      *    LOTESPROC.DAT, EL LOTE COMPLETO SE RECHAZA. EL NUMERO DE
      *    LOTE SALE IMPRESO EN CARGAVD1.LST Y EL LOTE CARGADO
      *    QUEDA REGISTRADO EN LOTESPROC.DAT. CADA LINEA ASENTADA
      *    EN VENTASDET, IVALIBRO Y DEUMOV LLEVA EL NUMERO DE LOTE,
      *    PARA QUE UN LOTE EQUIVOCADO PUEDA ANULARSE ENTERO CON
      *    ANULVD1; UN LOTE ANULADO SE PUEDE VOLVER A CARGAR.
      *    CADA DETALLE TRAE ADEMAS EL CODIGO DE PRODUCTO Y LA
      *    CANTIDAD VENDIDA: EL PRODUCTO SE VALIDA CONTRA
      *    PRODUCTOS.DAT (MNTPRD1) Y CADA VENTA APLICADA SE
      *    ASIENTA EN EL DETALLE VENTASDET.DAT (DEUDOR, FECHA,
      *    PRODUCTO, CANTIDAD, IMPORTE), DE DONDE SALE EL RANKING
      *    MENSUAL POR PRODUCTO (RPTVTA1).
      *    EL POS INFORMA TAMBIEN LAS DEVOLUCIONES COMO LINEAS "R",
      *    CON EL PRODUCTO, LA CANTIDAD, EL IMPORTE DEVUELTO Y LA
      *    FECHA DE LA VENTA ORIGINAL. LA DEVOLUCION SE CONTROLA
      *    CONTRA LO VENDIDO A ESE DEUDOR DE ESE PRODUCTO EN EL MES
      *    DE LA VENTA ORIGINAL (VENTASDET.DAT, NETO DE DEVOLUCIONES
      *    ANTERIORES); SI DEVUELVE MAS DE LO VENDIDO VA A
      *    CARGAVD1.HLD PARA REVISION. SI NO, BAJA EL DIA DE LA
      *    VENTA ORIGINAL EN VENTASDEB.DAT, ASIENTA UNA LINEA "R"
      *    QUE RESTA EN VENTASDET.DAT, ASIENTA EL CREDITO DE IVA
      *    "D" EN IVALIBRO.DAT A LA TASA DE LA VENTA ORIGINAL Y, CON
      *    LA OPCION "POST", ACREDITA DEU_SALDO CON UN MOVIMIENTO
      *    "V" EN DEUMOV.DAT. LA COLA DEL LOTE TRAE LA CANTIDAD Y EL
      *    IMPORTE DE LAS DEVOLUCIONES APARTE DE LOS DE LAS VENTAS,
      *    Y LOS TOTALES DE CONTROL LAS INFORMAN POR SEPARADO.
      *    DESPUES DE CADA DETALLE SE GRABA UN PUNTO DE CONTROL EN
      *    CARGAVD1.CKP: EL LOTE, EL ULTIMO REGISTRO PROCESADO, LOS
      *    CONTADORES E IMPORTES DE LA CORRIDA Y LOS TOTALES DE COLA
      *    ACUMULADOS HASTA ALLI. SI LA CORRIDA SE CORTA, LA
      *    SIGUIENTE ENCUENTRA EL PUNTO DE CONTROL DEL MISMO LOTE,
      *    SALTEA LOS REGISTROS YA APLICADOS, RETOMA LOS TOTALES Y AL
      *    FINAL BALANCEA IGUAL CONTRA LA COLA. EL LISTADO INDICA QUE
      *    FUE UN REINICIO Y DESDE QUE REGISTRO. AL TERMINAR EL LOTE
      *    EL PUNTO DE CONTROL SE VACIA.
      *    CADA VENTA APLICADA BAJA ADEMAS LA CANTIDAD VENDIDA DEL
      *    SALDO DEL PRODUCTO EN STOCK.DAT Y CADA DEVOLUCION
      *    APLICADA LA VUELVE A SUMAR, CON SU MOVIMIENTO "V" O "D"
      *    (CON EL LOTE) EN EL DIARIO STKMOV.DAT, AL COSTO PROMEDIO
      *    DEL PRODUCTO. LA MERCADERIA YA SE ENTREGO EN EL POS: UNA
      *    VENTA SIN STOCK SUFICIENTE SE APLICA IGUAL, EL SALDO
      *    QUEDA NEGATIVO Y SE CUENTA EN EL LISTADO PARA REVISARLA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LFPARM ASSIGN TO "CARGAVD1.PRM"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PRM.
           SELECT PUNTOCTL ASSIGN TO "./cargavd1.ckp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-CKP.
           SELECT RETENIDAS ASSIGN TO "./cargavd1.hld"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-HLD.
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PRD-CODIGO
                  STATUS ST-FILE-PRD.
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
           SELECT OPTIONAL VENTASDET ASSIGN TO "./ventasdet.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-DET.
                  STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
      *    EL ARCHIVO VIENE ENMARCADO: CABECERA "H", DETALLES "D"
      *    (VENTAS) Y "R" (DEVOLUCIONES) Y COLA "T" CON LA CANTIDAD
      *    Y EL IMPORTE DE CONTROL DE CADA UNO
       FD POSVENTAS.
       01 REG-POSVENTAS.
           03 POS-TIPO             PIC X.
              88 POS-CABECERA      VALUE "H".
              88 POS-DETALLE       VALUE "D".
              88 POS-DEVOLUCION    VALUE "R".
              88 POS-COLA          VALUE "T".
           03 POS-DEU-ID           PIC 9(20).
           03 POS-FECHA            PIC 9(8).
      *       EL POS INFORMA AHORA QUE SE VENDIO Y CUANTO
           03 POS-PRODUCTO         PIC X(8).
           03 POS-CANTIDAD         PIC 9(5).
      *       LA DEVOLUCION "R" TRAE LA FECHA DE LA VENTA ORIGINAL
           03 POS-FECHA-ORIGINAL   PIC 9(8).
       01 REG-POSVENTAS-H.
           03 FILLER               PIC X.
           03 HDR-LOTE             PIC 9(6).
           03 HDR-FECHA            PIC 9(8).
           03 HDR-ORIGEN           PIC X(10).
           03 FILLER               PIC X(37).
       01 REG-POSVENTAS-T.
           03 FILLER               PIC X.
           03 TRL-CANT             PIC 9(6).
           03 TRL-IMPORTE          PIC 9(13)V9(3).
           03 TRL-CANT-DEV         PIC 9(6).
           03 TRL-IMPORTE-DEV      PIC 9(13)V9(3).
           03 FILLER               PIC X(17).
      *
       FD DEUDORES.
       01 REG-DEUDORES.
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-DEVOLUCION   VALUE "V".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
      *       EL LOTE DEL POS QUE ASENTO EL MOVIMIENTO, PARA QUE
      *       ANULVD1 PUEDA REVERTIRLO; ANULADO "S" YA REVERTIDO
           03 DMOV-LOTE            PIC 9(6).
           03 DMOV-ANULADO         PIC X.
           03 FILLER               PIC X(9).
      *
      *    UNA LINEA: "POST" PARA POSTEAR TAMBIEN A SALDOS
       FD LFPARM.
       01 PARM-RECORD              PIC X(4).
      *
      *    EL PUNTO DE CONTROL DE LA CARGA EN CURSO: UNA SOLA LINEA,
      *    REGRABADA EN CADA DETALLE Y VACIADA AL TERMINAR EL LOTE
       FD PUNTOCTL.
       01 REG-PUNTOCTL.
           03 CKP-LOTE             PIC 9(6).
           03 CKP-REGISTRO         PIC 9(7).
           03 CKP-FECHA            PIC 9(8).
           03 CKP-HORA             PIC 9(8).
           03 CKP-ACUMULADOS       PIC X(300).
      *
      *    LAS VENTAS RETENIDAS (SOBRE LIMITE O PERIODO CERRADO):
      *    QUEDAN EN LA HISTORIA PERO NO EN EL SALDO. TAMBIEN LAS
      *    DEVOLUCIONES POR MAS DE LO VENDIDO, QUE NO SE APLICAN
       FD RETENIDAS.
       01 REG-RETENIDA.
           03 HLD-LINEA            PIC X(62).
           03 HLD-MOTIVO           PIC X(30).
      *
      *    LOTESPROC.DAT ES EL REGISTRO DE LOTES YA PROCESADOS,
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
       FD IVATASAS.
       01 REG-IVATASAS.
           03 LIB-BRUTO            PIC 9(9)V9(3).
           03 LIB-NETO             PIC 9(9)V9(3).
           03 LIB-IVA              PIC 9(9)V9(3).
      *       ORIGEN DE LA LINEA: "P" VENTA DEL POS, "D" DEVOLUCION
      *       DEL POS (VER RPTIVA1)
           03 LIB-ORIGEN           PIC X.
           03 LIB-DOCUMENTO        PIC 9(7).
      *       EL LOTE DEL POS QUE ASENTO LA LINEA (VER ANULVD1)
           03 LIB-LOTE             PIC 9(6).
      *
       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           03 PRD-CODIGO           PIC X(8).
           03 PRD-DESCRIPCION      PIC X(30).
      *
      *    STOCK.DAT: EL SALDO DE INVENTARIO DE CADA PRODUCTO (VER
      *    MNTPRD1, INGSTK1 Y AJUSTK1)
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
      *    VENTASDET.DAT ES EL DETALLE DE VENTAS POR PRODUCTO: UNA
      *    LINEA POR VENTA APLICADA, DE DONDE RPTVTA1 ARMA EL
      *    RANKING MENSUAL
           03 DET-PRODUCTO         PIC X(8).
           03 DET-CANTIDAD         PIC 9(5).
           03 DET-IMPORTE          PIC 9(9)V9(3).
      *       ESPACIO VENTA, "R" DEVOLUCION (RESTA EN RPTVTA1)
           03 DET-TIPO             PIC X.
              88 DET-DEVOLUCION    VALUE "R".
      *       EL LOTE DEL POS QUE ASENTO LA LINEA (VER ANULVD1)
           03 DET-LOTE             PIC 9(6).
      *
       FD RECHAZOS.
       01 REG-RECHAZO.
           03 REJ-LINEA            PIC X(62).
           03 REJ-MOTIVO           PIC X(30).
      *
       FD LISTADO.
       01  ST-FILE-LOT             PIC XX.
       01  ST-FILE-PRD             PIC XX.
       01  ST-FILE-DET             PIC XX.
       01  ST-FILE-CKP             PIC XX.
       01  ST-FILE-STK             PIC XX.
       01  ST-FILE-SMOV            PIC XX.
       01  EXISTE-STK              PIC X.
      *    LO QUE LA LINEA MUEVE EN EL STOCK: CANTIDAD CON SIGNO Y
      *    TIPO DE MOVIMIENTO
       01  W-STK-MOVIDA            PIC S9(7).
       01  W-STK-TIPO              PIC X.
       01  LOTE-VALIDO             PIC X VALUE "N".
       01  W-MOTIVO-LOTE           PIC X(30).
       01  W-LOTE-NUMERO           PIC 9(6) VALUE 0.
       01  W-TOTAL-DET-LOTE        PIC 9(13)V9(3).
       01  W-COLA-CANT             PIC 9(6).
       01  W-COLA-IMPORTE          PIC 9(13)V9(3).
       01  W-CANT-DEV-LOTE         PIC 9(6).
       01  W-TOTAL-DEV-LOTE        PIC 9(13)V9(3).
       01  W-COLA-CANT-DEV         PIC 9(6).
       01  W-COLA-IMPORTE-DEV      PIC 9(13)V9(3).
       01  ST-FILE-IVA             PIC XX.
       01  ST-FILE-LIB             PIC XX.
       01  ST-FILE-REJ             PIC XX.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-REGRABO      PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
      *    PUNTO DE CONTROL Y REINICIO: EL NUMERO DE REGISTRO CUENTA
      *    TODAS LAS LINEAS DEL ARCHIVO, CABECERA INCLUIDA
       01  W-NRO-REGISTRO          PIC 9(7) VALUE 0.
       01  W-REINICIO              PIC X VALUE "N".
       01  W-REGISTRO-REINICIO     PIC 9(7) VALUE 0.
       01  W-HAY-PUNTOCTL          PIC X.
       01  W-LOTE-DESCARTADO       PIC 9(6) VALUE 0.
      *
      *    LO VENDIDO AL DEUDOR DEL PRODUCTO EN EL MES DE LA VENTA
      *    ORIGINAL, NETO DE DEVOLUCIONES, Y LA TASA DE ESA VENTA
       01  FIN-DETALLE             PIC X.
       01  FIN-LIBRO               PIC X.
       01  W-CANT-VENDIDA          PIC S9(7).
       01  W-IMPORTE-VENDIDO       PIC S9(11)V9(3).
      *
       01  FECHA-AUX.
           02 AA   PIC 9999.
       01  W-AUX-100               PIC 99.
       01  W-AUX-400               PIC 999.
      *
      *    LOS CONTADORES Y TOTALES DE LA CORRIDA VAN JUNTOS PORQUE
      *    SE GUARDAN Y SE RETOMAN ENTEROS EN EL PUNTO DE CONTROL
       01  W-ACUMULADOS.
           03  W-CANT-LEIDOS       PIC 9(6) VALUE 0.
           03  W-CANT-APLICADOS    PIC 9(6) VALUE 0.
           03  W-CANT-RECHAZOS     PIC 9(6) VALUE 0.
           03  W-CANT-SIN-TASA     PIC 9(6) VALUE 0.
           03  W-CANT-POSTEADAS    PIC 9(6) VALUE 0.
           03  W-CANT-RETENIDAS    PIC 9(6) VALUE 0.
           03  W-TOTAL-APLICADO    PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-POSTEADO    PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-RETENIDO    PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-NETO        PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-IVA         PIC 9(12)V9(3) VALUE 0.
      *        LAS DEVOLUCIONES SE CUENTAN APARTE DE LAS VENTAS
           03  W-CANT-DEV-LEIDAS   PIC 9(6) VALUE 0.
           03  W-CANT-DEV-APLICADAS PIC 9(6) VALUE 0.
           03  W-CANT-DEV-RECHAZADAS PIC 9(6) VALUE 0.
           03  W-CANT-DEV-RETENIDAS PIC 9(6) VALUE 0.
           03  W-CANT-DEV-POSTEADAS PIC 9(6) VALUE 0.
           03  W-TOTAL-DEVUELTO    PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-DEV-RETENIDO PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-DEV-POSTEADO PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-NETO-DEV    PIC 9(12)V9(3) VALUE 0.
           03  W-TOTAL-IVA-DEV     PIC 9(12)V9(3) VALUE 0.
      *        LOS TOTALES DE COLA DE LO PROCESADO, PARA BALANCEAR
      *        AL FINAL AUNQUE LA CORRIDA HAYA SIDO UN REINICIO
           03  W-CTL-CANT-DET      PIC 9(6) VALUE 0.
           03  W-CTL-TOTAL-DET     PIC 9(13)V9(3) VALUE 0.
           03  W-CTL-CANT-DEV      PIC 9(6) VALUE 0.
           03  W-CTL-TOTAL-DEV     PIC 9(13)V9(3) VALUE 0.
      *        LAS VENTAS QUE DEJARON EL STOCK NEGATIVO Y LOS
      *        ERRORES AL MOVER EL STOCK
           03  W-CANT-SIN-STOCK    PIC 9(6) VALUE 0.
           03  W-CANT-ERROR-STOCK  PIC 9(6) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
           COPY "PERCTL.CPY".
      *
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
           MOVE "N" TO W-HAY-COLA.
           MOVE 0 TO W-CANT-DET-LOTE.
           MOVE 0 TO W-TOTAL-DET-LOTE.
           MOVE 0 TO W-CANT-DEV-LOTE.
           MOVE 0 TO W-TOTAL-DEV-LOTE.
           MOVE "N" TO FIN-POS.
           OPEN INPUT POSVENTAS.
           IF ST-FILE-POS > "07"
           END-IF.
           IF W-COLA-CANT NOT = W-CANT-DET-LOTE
              OR W-COLA-IMPORTE NOT = W-TOTAL-DET-LOTE
              OR W-COLA-CANT-DEV NOT = W-CANT-DEV-LOTE
              OR W-COLA-IMPORTE-DEV NOT = W-TOTAL-DEV-LOTE
              MOVE "LA COLA NO BALANCEA" TO W-MOTIVO-LOTE
              GO TO F-VERIFICO-LOTE
           END-IF.
                 IF POS-IMPORTE IS NUMERIC
                    ADD POS-IMPORTE TO W-TOTAL-DET-LOTE
                 END-IF
              WHEN POS-DEVOLUCION
                 ADD 1 TO W-CANT-DEV-LOTE
                 IF POS-IMPORTE IS NUMERIC
                    ADD POS-IMPORTE TO W-TOTAL-DEV-LOTE
                 END-IF
              WHEN POS-COLA
                 MOVE "S" TO W-HAY-COLA
                 MOVE TRL-CANT    TO W-COLA-CANT
                 MOVE TRL-IMPORTE TO W-COLA-IMPORTE
      *          UNA COLA SIN LOS CAMPOS DE DEVOLUCIONES (POS VIEJO)
      *          CUENTA COMO LOTE SIN DEVOLUCIONES
                 MOVE 0 TO W-COLA-CANT-DEV
                 MOVE 0 TO W-COLA-IMPORTE-DEV
                 IF TRL-CANT-DEV IS NUMERIC
                    MOVE TRL-CANT-DEV TO W-COLA-CANT-DEV
                 END-IF
                 IF TRL-IMPORTE-DEV IS NUMERIC
                    MOVE TRL-IMPORTE-DEV TO W-COLA-IMPORTE-DEV
                 END-IF
              WHEN OTHER
                 MOVE "TIPO DE LINEA DESCONOCIDO" TO W-MOTIVO-LOTE
                 MOVE "S" TO FIN-POS
           END-IF.
           MOVE "POSVENTAS" TO LOT-ARCHIVO.
           MOVE W-LOTE-NUMERO TO LOT-NUMERO.
      *    UN LOTE ANULADO CON ANULVD1 SE PUEDE CARGAR CORREGIDO
           READ LOTESPROC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF NOT LOT-ANULADO
                    MOVE "LOTE YA PROCESADO" TO W-MOTIVO-LOTE
                 END-IF
           END-READ.
           CLOSE LOTESPROC.
       F-VERIFICO-LOTE-REPETIDO.
      *
       INICIALIZACION.
           PERFORM LEO-PARAMETRO.
           IF LOTE-VALIDO = "S"
              PERFORM BUSCO-PUNTOCTL THRU F-BUSCO-PUNTOCTL
           END-IF.
           OPEN INPUT POSVENTAS.
           IF ST-FILE-POS > "07"
              DISPLAY "ERROR AL ABRIR POSVENTAS " ST-FILE-POS
           END-IF.
           OPEN INPUT IVATASAS.
           OPEN INPUT PRODUCTOS.
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
           OPEN EXTEND VENTASDET.
           IF ST-FILE-DET > "07"
              OPEN OUTPUT VENTASDET
                 CLOSE DEUMOV
                 OPEN I-O DEUMOV
              END-IF
           END-IF.
      *    LAS DEVOLUCIONES POR MAS DE LO VENDIDO SE RETIENEN AUN
      *    SIN LA OPCION POST. EN UN REINICIO LAS RETENIDAS Y LOS
      *    RECHAZOS DE LA CORRIDA CORTADA SE CONSERVAN
           IF W-REINICIO = "S"
              OPEN EXTEND RETENIDAS
              OPEN EXTEND RECHAZOS
           ELSE
              OPEN OUTPUT RETENIDAS
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
              DISPLAY "CARGAVD1 SE DESCARTA EL PUNTO DE CONTROL DEL "
                      "LOTE " W-LOTE-DESCARTADO
           END-IF.
           IF W-REINICIO = "S"
              WRITE LINEA-LISTADO FROM L-REINICIO
              DISPLAY "CARGAVD1 REINICIO DESDE EL REGISTRO "
                      W-REGISTRO-REINICIO
           END-IF.
           IF LOTE-VALIDO = "N"
              MOVE W-MOTIVO-LOTE TO L-LOT-RECHAZO
              WRITE LINEA-LISTADO FROM L-LOTE-RECHAZADO
              END-READ
              CLOSE LFPARM
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
           READ POSVENTAS
              AT END MOVE "S" TO FIN-POS
           END-READ.
           IF FIN-POS = "S" GO TO F-PROCESO.
           ADD 1 TO W-NRO-REGISTRO.
      *    EN UN REINICIO LOS REGISTROS YA APLICADOS SE SALTEAN
           IF W-NRO-REGISTRO NOT > W-REGISTRO-REINICIO
              GO TO F-PROCESO
           END-IF.
      *    LA CABECERA Y LA COLA YA FUERON VERIFICADAS; SOLO LOS
      *    DETALLES SE CARGAN
           IF POS-DEVOLUCION
              ADD 1 TO W-CTL-CANT-DEV
              IF POS-IMPORTE IS NUMERIC
                 ADD POS-IMPORTE TO W-CTL-TOTAL-DEV
              END-IF
              PERFORM PROCESO-DEVOLUCION THRU F-PROCESO-DEVOLUCION
              PERFORM GRABO-PUNTOCTL
              GO TO F-PROCESO
           END-IF.
           IF NOT POS-DETALLE GO TO F-PROCESO.
           ADD 1 TO W-CTL-CANT-DET.
           IF POS-IMPORTE IS NUMERIC
              ADD POS-IMPORTE TO W-CTL-TOTAL-DET
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
              MOVE "CARGAVD1"       TO ERRLOG-PROGRAM
              MOVE "GRABO-PUNTOCTL" TO ERRLOG-PARAGRAPH
              MOVE "PUNTOCTL"       TO ERRLOG-FILENAME
              MOVE W-NRO-REGISTRO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CKP      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           CLOSE PUNTOCTL.
      *
       VALIDO-LINEA.
           MOVE "S" TO W-VALIDO.
           ADD 1 TO W-CANT-APLICADOS.
           ADD POS-IMPORTE TO W-TOTAL-APLICADO.
           PERFORM GRABO-DETALLE-PRODUCTO.
           COMPUTE W-STK-MOVIDA = 0 - POS-CANTIDAD.
           MOVE "V" TO W-STK-TIPO.
           PERFORM MUEVO-STOCK THRU F-MUEVO-STOCK.
           PERFORM DESGLOSO-IVA THRU F-DESGLOSO-IVA.
           IF W-POSTEO = "S"
              PERFORM POSTEO-SALDO THRU F-POSTEO-SALDO
           MOVE POS-PRODUCTO TO DET-PRODUCTO.
           MOVE POS-CANTIDAD TO DET-CANTIDAD.
           MOVE POS-IMPORTE  TO DET-IMPORTE.
           MOVE SPACE        TO DET-TIPO.
           MOVE W-LOTE-NUMERO TO DET-LOTE.
           WRITE REG-VENTASDET.
      *
      *    LA VENTA SACA DEL STOCK LO VENDIDO Y LA DEVOLUCION LO
      *    VUELVE A PONER, AL COSTO PROMEDIO (QUE NO CAMBIA), CON SU
      *    MOVIMIENTO EN STKMOV.DAT. UN PRODUCTO SIN REGISTRO DE
      *    STOCK SE CREA CON SALDO CERO; EL SALDO PUEDE QUEDAR
      *    NEGATIVO PORQUE LA MERCADERIA YA SE ENTREGO EN EL POS
       MUEVO-STOCK.
           MOVE "S" TO EXISTE-STK.
           MOVE POS-PRODUCTO TO STK-PRODUCTO.
           READ STOCK
              INVALID KEY MOVE "N" TO EXISTE-STK
           END-READ.
           IF EXISTE-STK = "N"
              INITIALIZE REG-STOCK
              MOVE POS-PRODUCTO TO STK-PRODUCTO
           END-IF.
           ADD W-STK-MOVIDA TO STK-CANTIDAD.
           MOVE POS-FECHA TO STK-FECHA-ULT-MOV.
       REGRABO-STOCK.
           IF EXISTE-STK = "S"
              REWRITE REG-STOCK
           ELSE
              WRITE REG-STOCK
           END-IF.
           IF ST-FILE-STK = "99"
              ADD 1 TO REINTENTOS-REGRABO
              IF REINTENTOS-REGRABO NOT > MAX-REINTENTOS
                 CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
                 GO TO REGRABO-STOCK
              END-IF
           END-IF.
           MOVE 0 TO REINTENTOS-REGRABO.
           IF ST-FILE-STK > "07"
              ADD 1 TO W-CANT-ERROR-STOCK
              MOVE "CARGAVD1"     TO ERRLOG-PROGRAM
              MOVE "MUEVO-STOCK"  TO ERRLOG-PARAGRAPH
              MOVE "STOCK"        TO ERRLOG-FILENAME
              MOVE POS-PRODUCTO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-MUEVO-STOCK
           END-IF.
           IF W-STK-MOVIDA < 0 AND STK-CANTIDAD < 0
              ADD 1 TO W-CANT-SIN-STOCK
           END-IF.
           INITIALIZE REG-STKMOV.
           MOVE POS-PRODUCTO       TO SMOV-PRODUCTO.
           MOVE POS-FECHA          TO SMOV-FECHA.
           MOVE 1                  TO SMOV-SECUENCIA.
           ACCEPT SMOV-HORA FROM TIME.
           MOVE W-STK-TIPO         TO SMOV-TIPO.
           MOVE W-STK-MOVIDA       TO SMOV-CANTIDAD.
           MOVE STK-COSTO-PROMEDIO TO SMOV-COSTO-UNITARIO.
           MOVE STK-CANTIDAD       TO SMOV-STOCK-DESPUES.
           MOVE "CARGAVD1"         TO SMOV-OPERADOR.
           MOVE W-LOTE-NUMERO      TO SMOV-LOTE.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-SMOV-CLAVE.
           WRITE REG-STKMOV.
           IF ST-FILE-SMOV = "22"
              ADD 1 TO SMOV-SECUENCIA
              GO TO GRABO-SMOV-CLAVE
           END-IF.
           IF ST-FILE-SMOV > "07"
              ADD 1 TO W-CANT-ERROR-STOCK
              MOVE "CARGAVD1"     TO ERRLOG-PROGRAM
              MOVE "MUEVO-STOCK"  TO ERRLOG-PARAGRAPH
              MOVE "STKMOV"       TO ERRLOG-FILENAME
              MOVE POS-PRODUCTO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SMOV   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-MUEVO-STOCK.
           EXIT.
      *
      *    POSTEA LA VENTA APLICADA COMO CARGO AL SALDO DEL DEUDOR,
      *    CON EL MISMO CONTROL DE LIMITE DE CREDITO QUE POST-SALDO
      *    DE GFILE02 Y EL CONTROL DE PERIODOS; LO QUE NO PUEDE
           SET DMOV-CARGO   TO TRUE.
           MOVE POS-IMPORTE TO DMOV-IMPORTE.
           MOVE DEU_SALDO   TO DMOV-SALDO-DESPUES.
           MOVE W-LOTE-NUMERO TO DMOV-LOTE.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-DMOV-CLAVE.
           WRITE REG-DEUMOV.
           MOVE POS-IMPORTE   TO LIB-BRUTO.
           MOVE W-NETO        TO LIB-NETO.
           MOVE W-IVA         TO LIB-IVA.
           MOVE "P"           TO LIB-ORIGEN.
           MOVE 0             TO LIB-DOCUMENTO.
           MOVE W-LOTE-NUMERO TO LIB-LOTE.
           WRITE REG-IVALIBRO.
           ADD W-NETO TO W-TOTAL-NETO.
           ADD W-IVA  TO W-TOTAL-IVA.
       F-DESGLOSO-IVA.
           EXIT.
      *
      *    UNA DEVOLUCION "R": MISMAS VALIDACIONES QUE LA VENTA MAS
      *    LA FECHA DE LA VENTA ORIGINAL, QUE NO PUEDE SER POSTERIOR
      *    A LA DEVOLUCION
       PROCESO-DEVOLUCION.
           ADD 1 TO W-CANT-DEV-LEIDAS.
           PERFORM VALIDO-LINEA THRU F-VALIDO-LINEA.
           IF W-VALIDO = "S"
              PERFORM VALIDO-DEVOLUCION THRU F-VALIDO-DEVOLUCION
           END-IF.
           IF W-VALIDO = "N"
              PERFORM RECHAZO-LINEA
              GO TO F-PROCESO-DEVOLUCION
           END-IF.
           PERFORM APLICO-DEVOLUCION THRU F-APLICO-DEVOLUCION.
       F-PROCESO-DEVOLUCION.
           EXIT.
      *
      *    AL SALIR, FECHA-AUX QUEDA CON LA FECHA DE LA VENTA
      *    ORIGINAL, QUE ES EL DIA QUE SE BAJA EN VENTASDEB
       VALIDO-DEVOLUCION.
           IF POS-FECHA-ORIGINAL NOT NUMERIC
              MOVE "N" TO W-VALIDO
              MOVE "FECHA ORIGINAL NO NUMERICA" TO W-MOTIVO
              GO TO F-VALIDO-DEVOLUCION
           END-IF.
           IF POS-FECHA-ORIGINAL > POS-FECHA
              MOVE "N" TO W-VALIDO
              MOVE "VENTA ORIGINAL POSTERIOR" TO W-MOTIVO
              GO TO F-VALIDO-DEVOLUCION
           END-IF.
           MOVE POS-FECHA-ORIGINAL TO FECHA-AUX.
           IF MM < 1 OR MM > 12
              MOVE "N" TO W-VALIDO
              MOVE "MES ORIGINAL INVALIDO" TO W-MOTIVO
              GO TO F-VALIDO-DEVOLUCION
           END-IF.
           PERFORM VALIDO-DIA-MES THRU F-VALIDO-DIA-MES.
       F-VALIDO-DEVOLUCION.
           EXIT.
      *
      *    LA DEVOLUCION NO PUEDE SUPERAR LO VENDIDO AL DEUDOR DE
      *    ESE PRODUCTO EN EL MES DE LA VENTA ORIGINAL; SI LO SUPERA
      *    SE RETIENE SIN APLICAR NADA. SI NO, BAJA EL DIA ORIGINAL
      *    EN VENTASDEB, RESTA EN VENTASDET, ACREDITA EL IVA Y, CON
      *    LA OPCION POST, ACREDITA EL SALDO
       APLICO-DEVOLUCION.
           PERFORM BUSCO-VENDIDO THRU F-BUSCO-VENDIDO.
           IF POS-CANTIDAD > W-CANT-VENDIDA
              OR POS-IMPORTE > W-IMPORTE-VENDIDO
              MOVE "DEVUELVE MAS DE LO VENDIDO" TO W-MOTIVO-RETENIDA
              PERFORM RETENGO-DEVOLUCION
              GO TO F-APLICO-DEVOLUCION
           END-IF.
           MOVE POS-DEU-ID              TO VTA-DEU-ID.
           MOVE POS-FECHA-ORIGINAL(1:6) TO VTA-ANNO-MES.
           READ VENTASDEB
              INVALID KEY
                 MOVE "SIN VENTAS EN EL MES" TO W-MOTIVO-RETENIDA
                 PERFORM RETENGO-DEVOLUCION
                 GO TO F-APLICO-DEVOLUCION
           END-READ.
           SUBTRACT POS-IMPORTE FROM VTA-DIAS(DD).
           REWRITE REG-VENTASDEB.
           IF ST-FILE-VTA > "07"
              MOVE "ERROR DE GRABACION" TO W-MOTIVO
              PERFORM RECHAZO-LINEA
              MOVE "CARGAVD1"          TO ERRLOG-PROGRAM
              MOVE "APLICO-DEVOLUCION" TO ERRLOG-PARAGRAPH
              MOVE "VENTASDEB"         TO ERRLOG-FILENAME
              MOVE VTA-DEU-ID          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-VTA         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-APLICO-DEVOLUCION
           END-IF.
           ADD 1 TO W-CANT-DEV-APLICADAS.
           ADD POS-IMPORTE TO W-TOTAL-DEVUELTO.
           PERFORM GRABO-DETALLE-DEVOLUCION.
           MOVE POS-CANTIDAD TO W-STK-MOVIDA.
           MOVE "D" TO W-STK-TIPO.
           PERFORM MUEVO-STOCK THRU F-MUEVO-STOCK.
           PERFORM DESGLOSO-DEVOLUCION THRU F-DESGLOSO-DEVOLUCION.
           IF W-POSTEO = "S"
              PERFORM POSTEO-DEVOLUCION THRU F-POSTEO-DEVOLUCION
           END-IF.
       F-APLICO-DEVOLUCION.
           EXIT.
      *
      *    RECORRE VENTASDET.DAT (QUE SE ESTA EXTENDIENDO: SE CIERRA
      *    Y SE REABRE, LAS DEVOLUCIONES SON POCAS) SUMANDO LO
      *    VENDIDO AL DEUDOR DEL PRODUCTO EN EL MES ORIGINAL, NETO
      *    DE LAS DEVOLUCIONES YA ASENTADAS
       BUSCO-VENDIDO.
           MOVE 0 TO W-CANT-VENDIDA.
           MOVE 0 TO W-IMPORTE-VENDIDO.
           MOVE "N" TO FIN-DETALLE.
           CLOSE VENTASDET.
           OPEN INPUT VENTASDET.
           IF ST-FILE-DET > "07"
              MOVE "S" TO FIN-DETALLE
           END-IF.
           PERFORM SUMO-UN-DETALLE THRU F-SUMO-UN-DETALLE
              UNTIL FIN-DETALLE = "S".
           CLOSE VENTASDET.
           OPEN EXTEND VENTASDET.
           IF ST-FILE-DET > "07"
              OPEN OUTPUT VENTASDET
           END-IF.
       F-BUSCO-VENDIDO.
           EXIT.
      *
       SUMO-UN-DETALLE.
           READ VENTASDET
              AT END MOVE "S" TO FIN-DETALLE
           END-READ.
           IF FIN-DETALLE = "S" GO TO F-SUMO-UN-DETALLE.
           IF DET-DEU-ID NOT = POS-DEU-ID
              OR DET-PRODUCTO NOT = POS-PRODUCTO
              OR DET-FECHA(1:6) NOT = POS-FECHA-ORIGINAL(1:6)
              GO TO F-SUMO-UN-DETALLE
           END-IF.
           IF DET-DEVOLUCION
              SUBTRACT DET-CANTIDAD FROM W-CANT-VENDIDA
              SUBTRACT DET-IMPORTE  FROM W-IMPORTE-VENDIDO
           ELSE
              ADD DET-CANTIDAD TO W-CANT-VENDIDA
              ADD DET-IMPORTE  TO W-IMPORTE-VENDIDO
           END-IF.
       F-SUMO-UN-DETALLE.
           EXIT.
      *
      *    LA LINEA "R" VA FECHADA EN EL DIA DE LA VENTA ORIGINAL,
      *    PARA QUE EL RANKING DE ESE MES QUEDE NETO
       GRABO-DETALLE-DEVOLUCION.
           MOVE POS-FECHA-ORIGINAL TO DET-FECHA.
           MOVE POS-DEU-ID         TO DET-DEU-ID.
           MOVE POS-PRODUCTO       TO DET-PRODUCTO.
           MOVE POS-CANTIDAD       TO DET-CANTIDAD.
           MOVE POS-IMPORTE        TO DET-IMPORTE.
           SET DET-DEVOLUCION      TO TRUE.
           MOVE W-LOTE-NUMERO      TO DET-LOTE.
           WRITE REG-VENTASDET.
      *
      *    EL CREDITO DE IVA SE ASIENTA EN LA FECHA DE LA DEVOLUCION
      *    PERO A LA TASA CON QUE SE ASENTO LA VENTA ORIGINAL; SI
      *    ESA VENTA NO ESTA EN EL LIBRO SE USA LA TASA ACTUAL DE
      *    LA CATEGORIA, COMO EN DESGLOSO-IVA
       DESGLOSO-DEVOLUCION.
           PERFORM BUSCO-TASA-ORIGINAL THRU F-BUSCO-TASA-ORIGINAL.
           IF HAY-TASA = "N"
              MOVE "S" TO HAY-TASA
              MOVE 0 TO W-TASA
              MOVE DEU_CATEGORIA TO IVA-CATEGORIA
              READ IVATASAS
                 INVALID KEY MOVE "N" TO HAY-TASA
              END-READ
              IF HAY-TASA = "S"
                 MOVE IVA-TASA TO W-TASA
              ELSE
                 ADD 1 TO W-CANT-SIN-TASA
              END-IF
           END-IF.
           IF W-TASA > 0
              COMPUTE W-NETO ROUNDED =
                 POS-IMPORTE / (1 + W-TASA / 100)
              COMPUTE W-IVA = POS-IMPORTE - W-NETO
           ELSE
              MOVE POS-IMPORTE TO W-NETO
              MOVE 0 TO W-IVA
           END-IF.
           MOVE POS-FECHA     TO LIB-FECHA.
           MOVE POS-DEU-ID    TO LIB-DEU-ID.
           MOVE DEU_CATEGORIA TO LIB-CATEGORIA.
           MOVE W-TASA        TO LIB-TASA.
           MOVE POS-IMPORTE   TO LIB-BRUTO.
           MOVE W-NETO        TO LIB-NETO.
           MOVE W-IVA         TO LIB-IVA.
           MOVE "D"           TO LIB-ORIGEN.
           MOVE 0             TO LIB-DOCUMENTO.
           MOVE W-LOTE-NUMERO TO LIB-LOTE.
           WRITE REG-IVALIBRO.
           ADD W-NETO TO W-TOTAL-NETO-DEV.
           ADD W-IVA  TO W-TOTAL-IVA-DEV.
       F-DESGLOSO-DEVOLUCION.
           EXIT.
      *
      *    LA TASA DE LA VENTA ORIGINAL SALE DE LA LINEA "P" DEL
      *    LIBRO DE ESE DEUDOR EN ESA FECHA; IGUAL QUE EN
      *    BUSCO-VENDIDO, EL LIBRO SE CIERRA Y SE REABRE
       BUSCO-TASA-ORIGINAL.
           MOVE "N" TO HAY-TASA.
           MOVE "N" TO FIN-LIBRO.
           CLOSE IVALIBRO.
           OPEN INPUT IVALIBRO.
           IF ST-FILE-LIB > "07"
              MOVE "S" TO FIN-LIBRO
           END-IF.
           PERFORM LEO-UNA-LINEA-LIBRO THRU F-LEO-UNA-LINEA-LIBRO
              UNTIL FIN-LIBRO = "S".
           CLOSE IVALIBRO.
           OPEN EXTEND IVALIBRO.
           IF ST-FILE-LIB > "07"
              OPEN OUTPUT IVALIBRO
           END-IF.
       F-BUSCO-TASA-ORIGINAL.
           EXIT.
      *
      *    LAS LINEAS ANTERIORES AL ORIGEN VIENEN CORTAS (ESPACIOS):
      *    SON VENTAS DEL POS
       LEO-UNA-LINEA-LIBRO.
           READ IVALIBRO
              AT END MOVE "S" TO FIN-LIBRO
           END-READ.
           IF FIN-LIBRO = "S" GO TO F-LEO-UNA-LINEA-LIBRO.
           IF LIB-DEU-ID = POS-DEU-ID
              AND LIB-FECHA = POS-FECHA-ORIGINAL
              AND (LIB-ORIGEN = "P" OR LIB-ORIGEN = SPACE)
              MOVE "S" TO HAY-TASA
              MOVE LIB-TASA TO W-TASA
           END-IF.
       F-LEO-UNA-LINEA-LIBRO.
           EXIT.
      *
      *    ACREDITA LA DEVOLUCION AL SALDO CON UN MOVIMIENTO "V", CON
      *    EL MISMO CONTROL DE PERIODOS QUE POSTEO-SALDO. EL SALDO NO
      *    QUEDA NEGATIVO: LO QUE NO PUEDE ACREDITARSE SE RETIENE
       POSTEO-DEVOLUCION.
           MOVE "DEU"     TO PERCTL-MODULO.
           MOVE POS-FECHA TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              MOVE "PERIODO CERRADO" TO W-MOTIVO-RETENIDA
              PERFORM RETENGO-DEVOLUCION
              GO TO F-POSTEO-DEVOLUCION
           END-IF.
           IF POS-IMPORTE > DEU_SALDO
              MOVE "DEVOLUCION SUPERA EL SALDO" TO W-MOTIVO-RETENIDA
              PERFORM RETENGO-DEVOLUCION
              GO TO F-POSTEO-DEVOLUCION
           END-IF.
           SUBTRACT POS-IMPORTE FROM DEU_SALDO.
       REGRABO-DEUDOR-DEV.
           REWRITE REG-DEUDORES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-REGRABO
              IF REINTENTOS-REGRABO > MAX-REINTENTOS
                 MOVE 0 TO REINTENTOS-REGRABO
                 ADD POS-IMPORTE TO DEU_SALDO
                 MOVE "DEUDOR EN USO" TO W-MOTIVO-RETENIDA
                 PERFORM RETENGO-DEVOLUCION
                 GO TO F-POSTEO-DEVOLUCION
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-DEUDOR-DEV
           END-IF.
           MOVE 0 TO REINTENTOS-REGRABO.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO DEUDORES " ST-FILE
              MOVE "CARGAVD1"          TO ERRLOG-PROGRAM
              MOVE "POSTEO-DEVOLUCION" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"          TO ERRLOG-FILENAME
              MOVE DEU_ID               TO ERRLOG-KEYVALUE
              MOVE ST-FILE              TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-POSTEO-DEVOLUCION
           END-IF.
           PERFORM GRABO-MOVIMIENTO-DEVOLUCION.
           ADD 1 TO W-CANT-DEV-POSTEADAS.
           ADD POS-IMPORTE TO W-TOTAL-DEV-POSTEADO.
       F-POSTEO-DEVOLUCION.
           EXIT.
      *
       GRABO-MOVIMIENTO-DEVOLUCION.
           INITIALIZE REG-DEUMOV.
           MOVE POS-DEU-ID     TO DMOV-DEU-ID.
           MOVE POS-FECHA      TO DMOV-FECHA.
           MOVE 1              TO DMOV-SECUENCIA.
           ACCEPT DMOV-HORA FROM TIME.
           SET DMOV-DEVOLUCION TO TRUE.
           MOVE POS-IMPORTE    TO DMOV-IMPORTE.
           MOVE DEU_SALDO      TO DMOV-SALDO-DESPUES.
           MOVE W-LOTE-NUMERO  TO DMOV-LOTE.
       GRABO-DMOV-CLAVE-DEV.
           WRITE REG-DEUMOV.
           IF ST-FILE-DMOV = "22"
              ADD 1 TO DMOV-SECUENCIA
              GO TO GRABO-DMOV-CLAVE-DEV
           END-IF.
      *
       RETENGO-DEVOLUCION.
           MOVE REG-POSVENTAS    TO HLD-LINEA.
           MOVE W-MOTIVO-RETENIDA TO HLD-MOTIVO.
           WRITE REG-RETENIDA.
           ADD 1 TO W-CANT-DEV-RETENIDAS.
           ADD POS-IMPORTE TO W-TOTAL-DEV-RETENIDO.
      *
       RECHAZO-LINEA.
           MOVE REG-POSVENTAS TO REJ-LINEA.
           MOVE W-MOTIVO      TO REJ-MOTIVO.
           WRITE REG-RECHAZO.
           IF POS-DEVOLUCION
              ADD 1 TO W-CANT-DEV-RECHAZADAS
           ELSE
              ADD 1 TO W-CANT-RECHAZOS
           END-IF.
      *
       TERMINAR.
           MOVE "LINEAS LEIDAS:"  TO L-CTL-ROTULO.
           MOVE "SIN TASA DE IVA:" TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-TASA   TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
      *    LAS DEVOLUCIONES SE INFORMAN APARTE DE LAS VENTAS, COMO
      *    VIENEN EN LA COLA DEL LOTE
           MOVE "DEVOLUCIONES LEIDAS:" TO L-CTL-ROTULO.
           MOVE W-CANT-DEV-LEIDAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "DEVOLUC. APLICADAS:" TO L-CTL-ROTULO.
           MOVE W-CANT-DEV-APLICADAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "DEVOLUC. RECHAZADAS:" TO L-CTL-ROTULO.
           MOVE W-CANT-DEV-RECHAZADAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "DEVOLUC. RETENIDAS:" TO L-CTL-ROTULO.
           MOVE W-CANT-DEV-RETENIDAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "IMPORTE DEVUELTO:" TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-DEVUELTO  TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "IMPORTE DEV. RETENIDO:" TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-DEV-RETENIDO TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           IF W-POSTEO = "S"
              MOVE "DEVOLUC. POSTEADAS:" TO L-CTL-ROTULO
              MOVE W-CANT-DEV-POSTEADAS TO L-CTL-VALOR
              WRITE LINEA-LISTADO FROM L-CONTROL
              MOVE "IMPORTE DEV. POSTEADO:" TO L-CTL-IMP-ROTULO
              MOVE W-TOTAL-DEV-POSTEADO TO L-CTL-IMPORTE
              WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE
           END-IF.
           MOVE "NETO DEVUELTO:"  TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-NETO-DEV  TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "IVA DEVUELTO:"   TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-IVA-DEV   TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "VENTAS SIN STOCK:" TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-STOCK  TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "ERRORES DE STOCK:" TO L-CTL-ROTULO.
           MOVE W-CANT-ERROR-STOCK TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           DISPLAY "CARGAVD1 LEIDAS    : " W-CANT-LEIDOS.
           DISPLAY "CARGAVD1 APLICADAS : " W-CANT-APLICADOS.
           DISPLAY "CARGAVD1 RECHAZADAS: " W-CANT-RECHAZOS.
           DISPLAY "CARGAVD1 DEVOLUC.  : " W-CANT-DEV-LEIDAS.
           IF W-POSTEO = "S"
              DISPLAY "CARGAVD1 POSTEADAS : " W-CANT-POSTEADAS
              DISPLAY "CARGAVD1 RETENIDAS : " W-CANT-RETENIDAS
              CLOSE DEUMOV
           END-IF.
           CLOSE RETENIDAS.
      *    EL LOTE CARGADO QUEDA ASENTADO EN EL REGISTRO PARA QUE
      *    UNA RETRANSMISION DEL MISMO NUMERO SE RECHACE. LA
      *    CANTIDAD INCLUYE LAS DEVOLUCIONES Y EL IMPORTE ES EL NETO
      *    DE VENTAS MENOS DEVOLUCIONES
           IF LOTE-VALIDO = "S"
              PERFORM CONTROLO-COLA
              PERFORM REGISTRO-LOTE
              PERFORM VACIO-PUNTOCTL
           END-IF.
           CLOSE POSVENTAS.
           CLOSE DEUDORES.
           CLOSE VENTASDEB.
           CLOSE PRODUCTOS.
           CLOSE STOCK.
           CLOSE STKMOV.
           CLOSE VENTASDET.
           CLOSE IVATASAS.
           CLOSE IVALIBRO.
           CLOSE RECHAZOS.
           CLOSE LISTADO.
           MOVE "CARGAVD1"       TO RPTARC-PROGRAM.
           MOVE "CARGA DE VENTAS DEL PUNTO DE VENTA"
              TO RPTARC-TITLE.
           MOVE "./cargavd1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
      *
      *    LO PROCESADO EN ESTA CORRIDA MAS LO RETOMADO DEL PUNTO DE
      *    CONTROL DEBE DAR LA COLA DEL LOTE, IGUAL QUE EN LA
      *    VERIFICACION PREVIA
       CONTROLO-COLA.
           IF W-CTL-CANT-DET = W-COLA-CANT
              AND W-CTL-TOTAL-DET = W-COLA-IMPORTE
              AND W-CTL-CANT-DEV = W-COLA-CANT-DEV
              AND W-CTL-TOTAL-DEV = W-COLA-IMPORTE-DEV
              MOVE "BALANCEA" TO L-COL-RESULTADO
           ELSE
              MOVE "** NO BALANCEA **" TO L-COL-RESULTADO
              DISPLAY "CARGAVD1 EL LOTE NO BALANCEA CONTRA LA COLA"
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
              MOVE "POSVENTAS"      TO LOT-ARCHIVO
              MOVE W-LOTE-NUMERO    TO LOT-NUMERO
              MOVE W-LOTE-FECHA     TO LOT-FECHA
              ADD W-CANT-DET-LOTE W-CANT-DEV-LOTE GIVING LOT-CANT
              SUBTRACT W-TOTAL-DEV-LOTE FROM W-TOTAL-DET-LOTE
                 GIVING LOT-IMPORTE
              SET LOT-CARGADO       TO TRUE
              MOVE 0                TO LOT-FECHA-ANULACION
              MOVE SPACES           TO LOT-OPERADOR-ANULA
              WRITE REG-LOTESPROC
                 INVALID KEY REWRITE REG-LOTESPROC
              END-WRITE
