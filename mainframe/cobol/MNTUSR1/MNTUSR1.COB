      *    SI USUARIOS.DAT ESTA VACIO (PRIMERA PUESTA EN MARCHA) SE
      *    PERMITE EL ALTA INICIAL SIN IDENTIFICACION; EN CUALQUIER
      *    OTRO CASO EL OPERADOR DEBE IDENTIFICARSE PRIMERO.
      *    LA CLAVE QUE SE CARGA ACA ES TEMPORAL: SE GUARDA SOLO SU
      *    HASH (VER CLAVES), DEBE CUMPLIR LAS REGLAS DE ARMADO Y EL
      *    OPERADOR ESTA OBLIGADO A CAMBIARLA EN SU PRIMER INGRESO
      *    (VER SIGNON). CADA CLAVE ASIGNADA SE ASIENTA EN SIGNON.JRN
      *    CON EL ADMINISTRADOR QUE LA DIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE DYNAMIC
           RECORD KEY IS USR-ID
           STATUS ST-FILE.
           SELECT OPTIONAL SIGNJRN ASSIGN TO "./signon.jrn"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-JRN.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       01 REG-USUARIOS.
           03  USR-ID              PIC X(8).
           03  USR-NOMBRE          PIC X(40).
      *       CLAVE EN CLARO: SOLO LA TRAEN LOS REGISTROS ANTERIORES
      *       AL HASH; SIGNON LA BORRA AL CONVERTIRLOS
           03  USR-CLAVE           PIC X(8).
           03  USR-ESTADO          PIC X.
              88  USR-ACTIVO       VALUE "A".
      *       SUBPROGRAMA SIGNON ANTES DE CADA PANTALLA; LOS
      *       REGISTROS ANTERIORES AL CAMPO CUENTAN COMO 9
           03  USR-NIVEL           PIC 9.
      *       HASH DE LA CLAVE, FECHA DEL ULTIMO CAMBIO, CAMBIO
      *       OBLIGADO EN EL PROXIMO INGRESO Y HASH DE LAS CLAVES
      *       ANTERIORES (LA MAS RECIENTE PRIMERO) - VER SIGNON
           03  USR-CLAVE-HASH      PIC X(18).
           03  USR-FEC-CLAVE       PIC 9(8).
           03  USR-CAMBIO-CLAVE    PIC X.
              88  USR-DEBE-CAMBIAR VALUE "S".
           03  USR-HISTORIA-CLAVES.
               05  USR-HIST-HASH   PIC X(18) OCCURS 9 TIMES.
      *
      *    SIGNON.JRN: EL MISMO RENGLON QUE GRABA SIGNON
       FD SIGNJRN.
       01 REG-SIGNJRN              PIC X(53).
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-JRN             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
           02 W-USR-NOMBRE         PIC X(40).
           02 W-USR-NOMBRE-ANT     PIC X(40).
           02 W-USR-CLAVE          PIC X(8).
           02 W-CLAVE-NUEVA        PIC X.
           02 W-USR-ESTADO         PIC X.
           02 W-USR-NIVEL          PIC 9.
           02 W-USR-NIVEL-ANT      PIC 9.
       01  W-HIS                   PIC 99.
      *
       01  W-LINEA-JRN.
           03  JRN-FECHA           PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-HORA            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-PROGRAMA        PIC X(8).
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-USUARIO         PIC X(8).
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-RESULTADO       PIC X(8).
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-AUTOR           PIC X(8).
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED CLAVES SUBPROGRAM - SEE CLAVES.CPY
           COPY "CLAVES.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE W-USR-ID TO USR-ID.
           READ USUARIOS INVALID KEY MOVE "N" TO EXISTE.
      *
      *    LA CLAVE NUNCA SE MUESTRA NI SE CONOCE: EN PANTALLA VAN
      *    ASTERISCOS Y LA FECHA DEL ULTIMO CAMBIO
       MUESTRO-DATOS.
           MOVE USR-NOMBRE TO W-USR-NOMBRE.
           MOVE SPACES     TO W-USR-CLAVE.
           MOVE "N"        TO W-CLAVE-NUEVA.
           MOVE USR-ESTADO TO W-USR-ESTADO.
      *    LOS REGISTROS ANTERIORES AL CAMPO NIVEL TRAEN BASURA AHI
      *    Y CUENTAN COMO 9 (VER SIGNON)
           IF USR-INACTIVO
              DISPLAY "** USUARIO INACTIVO (BAJA) **" LINE 9 COL 10
           END-IF.
           IF USR-CLAVE-HASH IS NUMERIC AND USR-FEC-CLAVE IS NUMERIC
              DISPLAY "CAMBIADA EL"  LINE 12 COL 36
                      USR-FEC-CLAVE  LINE 12 COL 48
           ELSE
              DISPLAY "SIN CIFRAR"   LINE 12 COL 36
           END-IF.
           IF USR-DEBE-CAMBIAR
              DISPLAY "(TEMPORAL)"   LINE 12 COL 58
           END-IF.
      *
       CARGO-DATOS.
           INITIALIZE DATOS.
           MOVE "N" TO W-CLAVE-NUEVA.
           MOVE "A" TO W-USR-ESTADO.
           MOVE 1   TO W-USR-NIVEL.
      *
               GO TO INGRESO-NOMBRE.
           DISPLAY W-USR-NOMBRE  LINE 10 COL 26.
      *
      *    LA CLAVE SE TECLEA A CIEGAS (OFF) Y QUEDA COMO TEMPORAL;
      *    ENTER EN BLANCO CONSERVA LA CLAVE DEL USUARIO EXISTENTE
       INGRESO-CLAVE.
           MOVE SPACES TO W-USR-CLAVE.
           ACCEPT W-USR-CLAVE LINE 12 COL 26 OFF.
           IF W-USR-CLAVE = SPACES
               IF EXISTE = "S" AND W-CLAVE-NUEVA = "N"
                  DISPLAY "********"  LINE 12 COL 26
                  GO TO F-INGRESO-CLAVE
               END-IF
               GO TO INGRESO-CLAVE
           END-IF.
           MOVE "V"         TO CLV-ACCION.
           MOVE W-USR-ID    TO CLV-USUARIO.
           MOVE W-USR-CLAVE TO CLV-CLAVE.
           CALL "CLAVES" USING CLAVES-PARMS.
           MOVE SPACES TO CLV-CLAVE.
           IF NOT CLV-OK
              DISPLAY CLV-MENSAJE LINE 24 COL 1
              GO TO INGRESO-CLAVE
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE "S" TO W-CLAVE-NUEVA.
           DISPLAY "********"  LINE 12 COL 26.
       F-INGRESO-CLAVE.
           EXIT.
      *
      *    NIVEL 1 = CARGA, 2 = SUPERVISOR, 9 = ADMINISTRACION
       INGRESO-NIVEL.
               WHEN 1
                   PERFORM INGRESO-NOMBRE
               WHEN 2
                   PERFORM INGRESO-CLAVE THRU F-INGRESO-CLAVE
               WHEN 3
                   PERFORM INGRESO-NIVEL
               WHEN 0
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
       GRABAR.
           IF EXISTE = "N"
              MOVE SPACES TO REG-USUARIOS
              MOVE ZEROS  TO USR-FEC-CLAVE
           END-IF.
           MOVE W-USR-ID     TO USR-ID.
           MOVE W-USR-NOMBRE TO USR-NOMBRE.
           MOVE W-USR-NIVEL  TO USR-NIVEL.
           IF W-CLAVE-NUEVA = "S"
              PERFORM CIFRO-CLAVE-TEMPORAL
           END-IF.
           IF EXISTE = "N"
              SET USR-ACTIVO TO TRUE
           ELSE
              MOVE USR-ID      TO ERRLOG-KEYVALUE
              MOVE ST-FILE     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           IF W-CLAVE-NUEVA = "S"
              PERFORM GRABO-JOURNAL
              MOVE "N" TO W-CLAVE-NUEVA
           END-IF.
       F-GRABAR.
           EXIT.
      *
      *    SOLO SE GUARDA EL HASH; LA CLAVE ANTERIOR PASA A LA
      *    HISTORIA PARA QUE EL OPERADOR NO PUEDA VOLVER A ELEGIRLA
       CIFRO-CLAVE-TEMPORAL.
           MOVE "H"         TO CLV-ACCION.
           MOVE W-USR-ID    TO CLV-USUARIO.
           MOVE W-USR-CLAVE TO CLV-CLAVE.
           CALL "CLAVES" USING CLAVES-PARMS.
           MOVE SPACES TO CLV-CLAVE W-USR-CLAVE.
           IF USR-CLAVE-HASH IS NUMERIC
              PERFORM CORRO-HISTORIA
                 VARYING W-HIS FROM 9 BY -1 UNTIL W-HIS < 2
              MOVE USR-CLAVE-HASH TO USR-HIST-HASH(1)
           END-IF.
           MOVE CLV-HASH TO USR-CLAVE-HASH.
           MOVE SPACES   TO USR-CLAVE.
           ACCEPT USR-FEC-CLAVE FROM DATE YYYYMMDD.
           MOVE "S"      TO USR-CAMBIO-CLAVE.
      *
       CORRO-HISTORIA.
           MOVE USR-HIST-HASH(W-HIS - 1) TO USR-HIST-HASH(W-HIS).
      *
      *    LA CLAVE TEMPORAL QUEDA EN SIGNON.JRN CON EL USUARIO QUE
      *    LA RECIBE Y EL ADMINISTRADOR QUE LA DIO (EN BLANCO EN LA
      *    PUESTA EN MARCHA)
       GRABO-JOURNAL.
           OPEN EXTEND SIGNJRN.
           IF ST-FILE-JRN > "07"
              OPEN OUTPUT SIGNJRN
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA  FROM TIME.
           MOVE "MNTUSR1"       TO JRN-PROGRAMA.
           MOVE W-USR-ID        TO JRN-USUARIO.
           MOVE "TEMPORAL"      TO JRN-RESULTADO.
           MOVE SIGNON-OPERADOR TO JRN-AUTOR.
           WRITE REG-SIGNJRN FROM W-LINEA-JRN.
           CLOSE SIGNJRN.
      *
       CONFIRMO-BAJA.
           IF EXISTE = "N"
