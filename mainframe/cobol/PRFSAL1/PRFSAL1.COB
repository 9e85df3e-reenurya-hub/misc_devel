      *    JUNTO A AUDREF1. LAS CUENTAS DEL LIBRO VIEJO, ANTERIORES
      *    AL JOURNAL, APARECEN POR DEFINICION: SU SALDO INICIAL
      *    NUNCA PASO POR EL JOURNAL.
      *    LOS ANIOS TRASPASADOS POR CIEANU1 YA NO ESTAN EN EL VIVO:
      *    LOS REEMPLAZA LA APERTURA ("S") CON SU SUMA, QUE SE SUMA
      *    COMO UN MOVIMIENTO MAS, ASI QUE LA PRUEBA NO NECESITA LEER
      *    LOS HISTORICOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88  MOV-CREDITO      VALUE "C".
              88  MOV-DEBITO       VALUE "D".
              88  MOV-REVALUO      VALUE "R".
              88  MOV-APERTURA     VALUE "S".
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-CASTIGO      VALUE "K".
              88 DMOV-RECUPERO     VALUE "R".
              88 DMOV-DEVOLUCION   VALUE "V".
              88 DMOV-ANULA-CARGO  VALUE "X".
              88 DMOV-ANULA-DEVOL  VALUE "Y".
              88 DMOV-APERTURA     VALUE "S".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 FILLER               PIC X(30).
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./prfsal1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "PRFSAL1"  TO RPTWRT-PROGRAM.
           MOVE "D"       TO RPTWRT-RETENTION.
           MOVE "PRUEBA DE SALDOS CONTRA LOS JOURNALS"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
      *    LA SUMA ARRANCA EN LA CLAVE DE LA CUENTA: CREDITOS SUMAN,
      *    DEBITOS RESTAN, LOS REVALUOS APORTAN SU DIFERENCIA (QUE
      *    VIENE CON SIGNO) Y LA APERTURA LA SUMA DEL ANIO TRASPASADO
      *    (TAMBIEN CON SIGNO)
       SUMO-JOURNAL-CLIENTE.
           MOVE 0 TO W-SALDO-CALCULADO.
           MOVE 0 TO W-ULT-FECHA-MOV.
       F-PRUEBO-DEUDOR.
           EXIT.
      *
      *    CARGOS, INTERESES, AJUSTES EN SUBA Y LA APERTURA DEL ANIO
      *    SUMAN; COBROS Y AJUSTES EN BAJA RESTAN
       SUMO-JOURNAL-DEUDOR.
           MOVE 0 TO W-SALDO-CALCULADO.
           MOVE 0 TO W-ULT-FECHA-MOV.
                 SUBTRACT DMOV-IMPORTE FROM W-SALDO-CALCULADO
              WHEN DMOV-AJUSTE-BAJA
                 SUBTRACT DMOV-IMPORTE FROM W-SALDO-CALCULADO
              WHEN DMOV-CASTIGO
                 SUBTRACT DMOV-IMPORTE FROM W-SALDO-CALCULADO
              WHEN DMOV-DEVOLUCION
                 SUBTRACT DMOV-IMPORTE FROM W-SALDO-CALCULADO
      *       ANULACION DE UN LOTE DEL POS (ANULVD1): "X" REVIERTE UN
      *       CARGO; "Y" REVIERTE UNA DEVOLUCION Y SUMA COMO UN CARGO
              WHEN DMOV-ANULA-CARGO
                 SUBTRACT DMOV-IMPORTE FROM W-SALDO-CALCULADO
      *       EL RECUPERO DE UN CASTIGADO NO MUEVE EL SALDO
              WHEN DMOV-RECUPERO
                 CONTINUE
              WHEN OTHER
                 ADD DMOV-IMPORTE TO W-SALDO-CALCULADO
           END-EVALUATE.
