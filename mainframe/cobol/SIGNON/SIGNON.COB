      *    LOS REGISTROS ANTERIORES AL CAMPO USR-NIVEL TRAEN BASURA
      *    AHI Y CUENTAN COMO NIVEL 9 HASTA QUE MNTUSR1 LES ASIGNE
      *    NIVEL, PARA NO DEJAR EL SISTEMA SIN OPERADORES.
      *    LA CLAVE YA NO SE GUARDA EN CLARO SINO SU HASH (VER EL
      *    SUBPROGRAMA CLAVES). CNVUSR1 CIFRA DE UNA VEZ TODA LA
      *    TABLA; SI AUN QUEDA UN REGISTRO CON LA CLAVE EN CLARO
      *    (TABLA RESTAURADA DE UN RESGUARDO ANTERIOR) SE CONVIERTE
      *    EN SU PRIMER INGRESO CORRECTO. LA CLAVE VENCE A LOS DIAS
      *    DE VIGENCIA DE CLAVES.PRM Y AL INGRESAR CON UNA CLAVE
      *    VENCIDA, TEMPORAL (DADA POR MNTUSR1) O SIN CIFRAR SE
      *    EXIGE CAMBIARLA ANTES DE SEGUIR;
      *    LA CLAVE NUEVA CUMPLE LAS REGLAS DE ARMADO Y NO REPITE
      *    LAS ULTIMAS CLAVES. CON SIGNON-ACCION = "C" (OPCION 99 DE
      *    MENU1) EL OPERADOR YA IDENTIFICADO CAMBIA SU PROPIA
      *    CLAVE. CADA CAMBIO SE ASIENTA EN SIGNON.JRN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 REG-USUARIOS.
           03  USR-ID              PIC X(8).
           03  USR-NOMBRE          PIC X(40).
      *    CLAVE EN CLARO: SOLO LA TRAEN LOS REGISTROS ANTERIORES AL
      *    HASH, Y SE BORRA AL CONVERTIRLOS (CNVUSR1 O EL INGRESO)
           03  USR-CLAVE           PIC X(8).
           03  USR-ESTADO          PIC X.
              88  USR-ACTIVO       VALUE "A".
              88  USR-INACTIVO     VALUE "I".
           03  USR-NIVEL           PIC 9.
      *    HASH DE LA CLAVE (VER CLAVES), FECHA DEL ULTIMO CAMBIO,
      *    CAMBIO OBLIGADO EN EL PROXIMO INGRESO (CLAVE TEMPORAL
      *    DADA POR MNTUSR1) Y LOS HASH DE LAS CLAVES ANTERIORES,
      *    LA MAS RECIENTE PRIMERO
           03  USR-CLAVE-HASH      PIC X(18).
           03  USR-FEC-CLAVE       PIC 9(8).
           03  USR-CAMBIO-CLAVE    PIC X.
              88  USR-DEBE-CAMBIAR VALUE "S".
           03  USR-HISTORIA-CLAVES.
               05  USR-HIST-HASH   PIC X(18) OCCURS 9 TIMES.
      *
      *    SIGNON.JRN: UNA LINEA POR INTENTO DE IDENTIFICACION Y POR
      *    CAMBIO DE CLAVE
       FD SIGNJRN.
       01 REG-SIGNJRN              PIC X(53).
      *
      *    SESIONES.DAT ES EL REGISTRO DE SESIONES ACTIVAS: UNA POR
      *    PROGRAMA+OPERADOR, GRABADA AL INGRESAR Y BORRADA AL
           03  JRN-USUARIO         PIC X(8).
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-RESULTADO       PIC X(8).
      *    QUIEN HIZO EL CAMBIO DE CLAVE (EN BLANCO EN LOS INTENTOS)
           03  FILLER              PIC X VALUE SPACE.
           03  JRN-AUTOR           PIC X(8).
       01  W-OPERADOR              PIC X(8).
       01  W-CLAVE-INGRESADA       PIC X(8).
       01  W-CLAVE-NUEVA           PIC X(8).
       01  W-CLAVE-REPETIDA        PIC X(8).
       01  W-CLAVE-CORRECTA        PIC X.
       01  W-CLAVE-EN-CLARO        PIC X.
       01  W-CAMBIO-HECHO          PIC X.
       01  W-CLAVE-REPETIDA-SW     PIC X.
       01  W-INTENTOS-CAMBIO       PIC 9.
       01  W-MOTIVO-CAMBIO         PIC X(40).
       01  W-MENSAJE               PIC X(50).
       01  W-HIS                   PIC 99.
       01  W-TECLA                 PIC X.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-DIAS-CLAVE            PIC S9(7).
       01  W-INTENTOS-LOGIN        PIC 9.
       01  MAX-INTENTOS-LOGIN      PIC 9 VALUE 3.
       01  W-NIVEL-USUARIO         PIC 9.
       01  EXISTE-USUARIO          PIC X.
       01  W-RESULTADO-INTENTO     PIC X(8).
      *
      *    PARAMETERS FOR THE SHARED CLAVES SUBPROGRAM - SEE CLAVES.CPY
           COPY "CLAVES.CPY".
      *
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
              PERFORM CIERRO-SESION THRU F-CIERRO-SESION
              GOBACK
           END-IF.
      *    ACCION "C": EL OPERADOR YA IDENTIFICADO CAMBIA SU CLAVE
           IF SIGNON-CAMBIO-CLAVE
              PERFORM CAMBIO-VOLUNTARIO THRU F-CAMBIO-VOLUNTARIO
              MOVE SPACE TO SIGNON-ACCION
              GOBACK
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SIGNON-RESULTADO.
           MOVE SPACES TO SIGNON-OPERADOR.
           MOVE 0 TO SIGNON-NIVEL.
           END-READ.
           PERFORM EVALUO-INTENTO THRU F-EVALUO-INTENTO.
           PERFORM GRABO-JOURNAL.
           IF SIGNON-OK
              PERFORM VERIFICO-VIGENCIA THRU F-VERIFICO-VIGENCIA
              GO TO F-IDENTIFICO-OPERADOR
           END-IF.
           ADD 1 TO W-INTENTOS-LOGIN.
           IF W-INTENTOS-LOGIN < MAX-INTENTOS-LOGIN
              DISPLAY "ACCESO RECHAZADO, REINTENTE" LINE 12 COL 25
              AND W-RESULTADO-INTENTO = "CLAVE"
              SET USR-INACTIVO TO TRUE
              REWRITE REG-USUARIOS
              IF ST-FILE-USR > "07"
                 DISPLAY "NO SE PUDO BLOQUEAR LA CUENTA" LINE 14 COL 25
                 MOVE "NOBLOQ" TO W-RESULTADO-INTENTO
              ELSE
                 MOVE "LOCKOUT" TO W-RESULTADO-INTENTO
              END-IF
              PERFORM GRABO-JOURNAL
           END-IF.
           DISPLAY "ACCESO DENEGADO" LINE 12 COL 25.
              MOVE "INACTIVO" TO W-RESULTADO-INTENTO
              GO TO F-EVALUO-INTENTO
           END-IF.
           PERFORM COMPARO-CLAVE.
           IF W-CLAVE-CORRECTA = "N"
              MOVE "CLAVE" TO W-RESULTADO-INTENTO
              GO TO F-EVALUO-INTENTO
           END-IF.
           MOVE W-NIVEL-USUARIO TO SIGNON-NIVEL.
       F-EVALUO-INTENTO.
           EXIT.
      *
      *    LA CLAVE TECLEADA SE COMPARA POR SU HASH; UN REGISTRO SIN
      *    HASH TODAVIA TIENE LA CLAVE EN CLARO (VER VERIFICO-VIGENCIA)
       COMPARO-CLAVE.
           MOVE "N" TO W-CLAVE-CORRECTA.
           MOVE "N" TO W-CLAVE-EN-CLARO.
           IF USR-CLAVE-HASH IS NUMERIC
              MOVE "H"               TO CLV-ACCION
              MOVE USR-ID            TO CLV-USUARIO
              MOVE W-CLAVE-INGRESADA TO CLV-CLAVE
              CALL "CLAVES" USING CLAVES-PARMS
              IF CLV-HASH = USR-CLAVE-HASH
                 MOVE "S" TO W-CLAVE-CORRECTA
              END-IF
           ELSE
              IF USR-CLAVE NOT = SPACES
                 AND USR-CLAVE = W-CLAVE-INGRESADA
                 MOVE "S" TO W-CLAVE-CORRECTA
                 MOVE "S" TO W-CLAVE-EN-CLARO
              END-IF
           END-IF.
           MOVE SPACES TO CLV-CLAVE.
      *
      *    INGRESO CORRECTO: UNA CLAVE EN CLARO SE CIFRA EN EL ACTO
      *    (AUNQUE EL OPERADOR NO LLEGUE A CAMBIARLA); UNA CLAVE SIN
      *    CIFRAR, TEMPORAL, SIN FECHA O VENCIDA OBLIGA AL CAMBIO, Y
      *    SIN CAMBIO NO HAY ACCESO
       VERIFICO-VIGENCIA.
           MOVE SPACES TO W-MOTIVO-CAMBIO.
           MOVE "H"               TO CLV-ACCION.
           MOVE USR-ID            TO CLV-USUARIO.
           MOVE W-CLAVE-INGRESADA TO CLV-CLAVE.
           CALL "CLAVES" USING CLAVES-PARMS.
           MOVE SPACES TO CLV-CLAVE.
           IF W-CLAVE-EN-CLARO = "S"
              MOVE CLV-HASH TO USR-CLAVE-HASH
              MOVE SPACES   TO USR-CLAVE
                               USR-HISTORIA-CLAVES
              MOVE ZEROS    TO USR-FEC-CLAVE
              MOVE "S"      TO USR-CAMBIO-CLAVE
              REWRITE REG-USUARIOS
              IF ST-FILE-USR > "07"
                 DISPLAY "NO SE PUDO GRABAR LA CLAVE" LINE 19 COL 25
                 MOVE "NOGRABA" TO W-RESULTADO-INTENTO
                 GO TO NIEGO-ACCESO
              END-IF
              MOVE "CLAVE SIN CIFRAR: DEBE CAMBIARLA"
                 TO W-MOTIVO-CAMBIO
              GO TO EXIJO-CAMBIO
           END-IF.
           IF USR-DEBE-CAMBIAR
              MOVE "CLAVE TEMPORAL: DEBE CAMBIARLA"
                 TO W-MOTIVO-CAMBIO
              GO TO EXIJO-CAMBIO
           END-IF.
           IF USR-FEC-CLAVE NOT NUMERIC
              OR USR-FEC-CLAVE < 16010101
              MOVE "CLAVE SIN FECHA DE CAMBIO: DEBE CAMBIARLA"
                 TO W-MOTIVO-CAMBIO
              GO TO EXIJO-CAMBIO
           END-IF.
           IF CLV-DIAS-VIGENCIA = 0
              GO TO F-VERIFICO-VIGENCIA
           END-IF.
           COMPUTE W-DIAS-CLAVE =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) -
              FUNCTION INTEGER-OF-DATE(USR-FEC-CLAVE).
           IF W-DIAS-CLAVE NOT > CLV-DIAS-VIGENCIA
              GO TO F-VERIFICO-VIGENCIA
           END-IF.
           MOVE "CLAVE VENCIDA: DEBE CAMBIARLA" TO W-MOTIVO-CAMBIO.
       EXIJO-CAMBIO.
           PERFORM CAMBIO-CLAVE THRU F-CAMBIO-CLAVE.
           IF W-CAMBIO-HECHO = "S"
              GO TO F-VERIFICO-VIGENCIA
           END-IF.
           MOVE "NOCAMBIO" TO W-RESULTADO-INTENTO.
       NIEGO-ACCESO.
           MOVE "N"    TO SIGNON-RESULTADO.
           MOVE SPACES TO SIGNON-OPERADOR.
           MOVE 0      TO SIGNON-NIVEL.
           PERFORM GRABO-JOURNAL.
           DISPLAY "ACCESO DENEGADO" LINE 20 COL 25.
       F-VERIFICO-VIGENCIA.
           EXIT.
      *
      *    OPCION 99 DE MENU1: EL OPERADOR CONFIRMA SU CLAVE ACTUAL
      *    Y ELIGE UNA NUEVA
       CAMBIO-VOLUNTARIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SIGNON-OPERADOR TO W-OPERADOR.
           OPEN I-O USUARIOS.
           IF ST-FILE-USR > "07"
              DISPLAY "SIN TABLA DE USUARIOS" LINE 12 COL 20
              GO TO F-CAMBIO-VOLUNTARIO
           END-IF.
           MOVE W-OPERADOR TO USR-ID.
           READ USUARIOS
              INVALID KEY
                 CLOSE USUARIOS
                 GO TO F-CAMBIO-VOLUNTARIO
           END-READ.
           DISPLAY " "                       LINE 1  COL 1 ERASE EOS.
           DISPLAY "CAMBIO DE CLAVE"         LINE 5  COL 32
                   "Usuario : "              LINE 8  COL 25
                   W-OPERADOR                LINE 8  COL 35
                   "Clave actual : "         LINE 10 COL 25.
           MOVE SPACES TO W-CLAVE-INGRESADA.
           ACCEPT W-CLAVE-INGRESADA LINE 10 COL 40 OFF.
           PERFORM COMPARO-CLAVE.
           IF W-CLAVE-CORRECTA = "N"
              MOVE "CLAVE" TO W-RESULTADO-INTENTO
              PERFORM GRABO-JOURNAL
              DISPLAY "CLAVE INCORRECTA" LINE 20 COL 25
           ELSE
              MOVE "CAMBIO DE CLAVE A PEDIDO DEL OPERADOR"
                 TO W-MOTIVO-CAMBIO
              PERFORM CAMBIO-CLAVE THRU F-CAMBIO-CLAVE
           END-IF.
           MOVE SPACES TO W-CLAVE-INGRESADA.
           CLOSE USUARIOS.
           DISPLAY "PRESIONE ENTER" LINE 22 COL 25.
           ACCEPT W-TECLA.
       F-CAMBIO-VOLUNTARIO.
           EXIT.
      *
      *    HASTA TRES INTENTOS DE ELEGIR UNA CLAVE NUEVA VALIDA; UNA
      *    CLAVE EN BLANCO ABANDONA EL CAMBIO. LA CLAVE ANTERIOR PASA
      *    A ENCABEZAR LA HISTORIA
       CAMBIO-CLAVE.
           MOVE "N" TO W-CAMBIO-HECHO.
           MOVE 0   TO W-INTENTOS-CAMBIO.
           DISPLAY W-MOTIVO-CAMBIO           LINE 14 COL 25.
       PIDO-CLAVE-NUEVA.
           DISPLAY "Clave nueva  : "         LINE 16 COL 25
                   "Repita clave : "         LINE 17 COL 25.
           MOVE SPACES TO W-CLAVE-NUEVA W-CLAVE-REPETIDA.
           ACCEPT W-CLAVE-NUEVA    LINE 16 COL 40 OFF.
           IF W-CLAVE-NUEVA = SPACES
              GO TO F-CAMBIO-CLAVE
           END-IF.
           ACCEPT W-CLAVE-REPETIDA LINE 17 COL 40 OFF.
           IF W-CLAVE-NUEVA NOT = W-CLAVE-REPETIDA
              MOVE "LAS DOS CLAVES NO COINCIDEN" TO W-MENSAJE
              GO TO REINTENTO-CAMBIO
           END-IF.
           MOVE "V"           TO CLV-ACCION.
           MOVE USR-ID        TO CLV-USUARIO.
           MOVE W-CLAVE-NUEVA TO CLV-CLAVE.
           CALL "CLAVES" USING CLAVES-PARMS.
           IF NOT CLV-OK
              MOVE CLV-MENSAJE TO W-MENSAJE
              GO TO REINTENTO-CAMBIO
           END-IF.
           MOVE "H" TO CLV-ACCION.
           CALL "CLAVES" USING CLAVES-PARMS.
           MOVE "N" TO W-CLAVE-REPETIDA-SW.
           IF CLV-HASH = USR-CLAVE-HASH
              MOVE "S" TO W-CLAVE-REPETIDA-SW
           END-IF.
           PERFORM BUSCO-EN-HISTORIA
              VARYING W-HIS FROM 1 BY 1
              UNTIL W-HIS > CLV-HISTORIA.
           IF W-CLAVE-REPETIDA-SW = "S"
              MOVE SPACES TO W-MENSAJE
              STRING "NO PUEDE REPETIR SU CLAVE NI LAS "
                     CLV-HISTORIA " ANTERIORES"
                 DELIMITED BY SIZE INTO W-MENSAJE
              GO TO REINTENTO-CAMBIO
           END-IF.
           PERFORM CORRO-HISTORIA
              VARYING W-HIS FROM 9 BY -1 UNTIL W-HIS < 2.
           IF USR-CLAVE-HASH IS NUMERIC
              MOVE USR-CLAVE-HASH TO USR-HIST-HASH(1)
           ELSE
              MOVE SPACES         TO USR-HIST-HASH(1)
           END-IF.
           MOVE CLV-HASH    TO USR-CLAVE-HASH.
           MOVE SPACES      TO USR-CLAVE.
           MOVE W-FECHA-HOY TO USR-FEC-CLAVE.
           MOVE "N"         TO USR-CAMBIO-CLAVE.
           REWRITE REG-USUARIOS.
           IF ST-FILE-USR > "07"
              MOVE "NO SE PUDO GRABAR LA CLAVE" TO W-MENSAJE
              DISPLAY W-MENSAJE LINE 19 COL 25
              GO TO F-CAMBIO-CLAVE
           END-IF.
           MOVE "S" TO W-CAMBIO-HECHO.
           MOVE "CAMBIO" TO W-RESULTADO-INTENTO.
           PERFORM GRABO-JOURNAL.
           DISPLAY "CLAVE CAMBIADA" LINE 19 COL 25 ERASE EOL.
           GO TO F-CAMBIO-CLAVE.
       REINTENTO-CAMBIO.
           DISPLAY W-MENSAJE LINE 19 COL 25 ERASE EOL.
           ADD 1 TO W-INTENTOS-CAMBIO.
           IF W-INTENTOS-CAMBIO < MAX-INTENTOS-LOGIN
              GO TO PIDO-CLAVE-NUEVA
           END-IF.
       F-CAMBIO-CLAVE.
           MOVE SPACES TO W-CLAVE-NUEVA W-CLAVE-REPETIDA CLV-CLAVE.
           EXIT.
      *
       BUSCO-EN-HISTORIA.
           IF USR-HIST-HASH(W-HIS) = CLV-HASH
              MOVE "S" TO W-CLAVE-REPETIDA-SW
           END-IF.
      *
       CORRO-HISTORIA.
           MOVE USR-HIST-HASH(W-HIS - 1) TO USR-HIST-HASH(W-HIS).
      *
       GRABO-JOURNAL.
           OPEN EXTEND SIGNJRN.
           MOVE SIGNON-PROGRAM      TO JRN-PROGRAMA.
           MOVE W-OPERADOR          TO JRN-USUARIO.
           MOVE W-RESULTADO-INTENTO TO JRN-RESULTADO.
           IF W-RESULTADO-INTENTO = "CAMBIO"
              MOVE W-OPERADOR       TO JRN-AUTOR
           ELSE
              MOVE SPACES           TO JRN-AUTOR
           END-IF.
           WRITE REG-SIGNJRN FROM W-LINEA-JRN.
           CLOSE SIGNJRN.
       END PROGRAM SIGNON.
