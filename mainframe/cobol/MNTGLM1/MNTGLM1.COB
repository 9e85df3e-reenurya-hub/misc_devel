      *    DEBE / CUENTA HABER / DESCRIPCION), LA TABLA CON LA QUE EL
      *    EXTRACTO NOCTURNO GLEXTR1 TRADUCE CADA MOVIMIENTO DE LOS
      *    JOURNALS AL MAYOR. LOS ORIGENES SON LOS QUE USA GLEXTR1:
      *    CLIMOV (TIPOS C/D/R), DEUMOV (C/G/I/A/J/K/R/V/X/Y),
      *    PROVPAY (P/V/D/W) Y BONUS (B). UN MOVIMIENTO SIN ENTRADA AQUI
      *    SALE EN LA LISTA DE EXCEPCIONES DE GLEXTR1, NO AL LOTE.
      *    EL CASTIGO DE DEUDORES (DEUMOV "K") VA A LA CUENTA DE
      *    DEUDORES INCOBRABLES CONTRA DEUDORES, Y SU RECUPERO
      *    (DEUMOV "R") DE CAJA CONTRA RECUPERO DE INCOBRABLES. LA
      *    DEVOLUCION DEL POS (DEUMOV "V", CARGAVD1) VA DE
      *    DEVOLUCIONES SOBRE VENTAS CONTRA DEUDORES. LA ANULACION
      *    DE UN LOTE DEL POS
      *    (ANULVD1) ASIENTA LO CONTRARIO: "X" COMO EL "G" AL REVES Y
      *    "Y" COMO EL "V" AL REVES. EL DESCUENTO POR PRONTO PAGO
      *    TOMADO EN SFTPAY1 (PROVPAY "D") VA DE PROVEEDORES CONTRA
      *    DESCUENTOS OBTENIDOS, SIN PASAR POR BANCOS. LA RETENCION
      *    DE GANANCIAS PRACTICADA EN SFTPAY1 (PROVPAY "W") VA DE
      *    PROVEEDORES CONTRA RETENCIONES A DEPOSITAR (PASIVO).
      *    LAS DOS CUENTAS DEBEN EXISTIR Y ESTAR ACTIVAS EN EL PLAN
      *    DE CUENTAS (GLCTAS.DAT, MNTCTA1).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE DYNAMIC
           RECORD KEY IS GLM-CLAVE
           STATUS ST-FILE.
           SELECT OPTIONAL GLCTAS ASSIGN TO "./glctas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CTA-NUMERO
           STATUS ST-FILE-CTA.
       DATA DIVISION.
       FILE SECTION.
       FD GLMAP.
           03  GLM-CTA-DEBE        PIC 9(6).
           03  GLM-CTA-HABER       PIC 9(6).
           03  GLM-DESCRIPCION     PIC X(30).
      *
       FD GLCTAS.
       01 REG-GLCTAS.
           03  CTA-NUMERO          PIC 9(6).
           03  CTA-NOMBRE          PIC X(40).
           03  CTA-TIPO            PIC X.
           03  CTA-ESTADO          PIC X.
              88  CTA-ACTIVA       VALUE "A".
              88  CTA-INACTIVA     VALUE "I".
           03  CTA-FECHA-ALTA      PIC 9(8).
           03  FILLER              PIC X(24).
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CTA             PIC XX.
       01  CUENTA-VALIDA           PIC X.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT GLCTAS.
      *
       CIERRO-ARCHIVO.
           CLOSE GLMAP.
           CLOSE GLCTAS.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
               DISPLAY "LA CUENTA NO PUEDE SER CERO" LINE 24 COL 1
               MOVE W-GLM-DEBE-ANT TO W-GLM-DEBE
               GO TO INGRESO-DEBE.
           MOVE W-GLM-DEBE TO CTA-NUMERO.
           PERFORM VALIDO-CUENTA.
           IF CUENTA-VALIDA = "N"
               MOVE W-GLM-DEBE-ANT TO W-GLM-DEBE
               GO TO INGRESO-DEBE.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-GLM-DEBE  LINE 11 COL 28
                   CTA-NOMBRE(1:30) LINE 11 COL 36.
      *
       INGRESO-HABER.
           MOVE W-GLM-HABER TO W-GLM-HABER-ANT.
               DISPLAY "LA CUENTA NO PUEDE SER CERO" LINE 24 COL 1
               MOVE W-GLM-HABER-ANT TO W-GLM-HABER
               GO TO INGRESO-HABER.
           MOVE W-GLM-HABER TO CTA-NUMERO.
           PERFORM VALIDO-CUENTA.
           IF CUENTA-VALIDA = "N"
               MOVE W-GLM-HABER-ANT TO W-GLM-HABER
               GO TO INGRESO-HABER.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-GLM-HABER  LINE 13 COL 28
                   CTA-NOMBRE(1:30) LINE 13 COL 36.
      *
       INGRESO-DESCRIPCION.
           MOVE W-GLM-DESC TO W-GLM-DESC-ANT.
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
      *
      *    LA CUENTA (EN CTA-NUMERO) TIENE QUE ESTAR EN EL PLAN DE
      *    CUENTAS Y ACTIVA
       VALIDO-CUENTA.
           MOVE "S" TO CUENTA-VALIDA.
           READ GLCTAS
              INVALID KEY
                 MOVE "N" TO CUENTA-VALIDA
                 DISPLAY "CUENTA INEXISTENTE EN EL PLAN DE CUENTAS"
                         LINE 24 COL 1
              NOT INVALID KEY
                 IF NOT CTA-ACTIVA
                    MOVE "N" TO CUENTA-VALIDA
                    DISPLAY "CUENTA INACTIVA EN EL PLAN DE CUENTAS"
                            LINE 24 COL 1
                 END-IF
           END-READ.
      *
       GRABAR.
           MOVE W-GLM-DEBE TO CTA-NUMERO.
           PERFORM VALIDO-CUENTA.
           IF CUENTA-VALIDA = "N" GO TO F-GRABAR.
           MOVE W-GLM-HABER TO CTA-NUMERO.
           PERFORM VALIDO-CUENTA.
           IF CUENTA-VALIDA = "N" GO TO F-GRABAR.
           MOVE W-GLM-ORIGEN TO GLM-ORIGEN.
           MOVE W-GLM-TIPO   TO GLM-TIPO.
           MOVE W-GLM-DEBE   TO GLM-CTA-DEBE.
