       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVUSR1.
      *
      *    CONVERSION POR UNICA VEZ DE LAS CLAVES DE USUARIOS.DAT.
      *    LOS REGISTROS ANTERIORES AL HASH TRAEN LA CLAVE EN CLARO
      *    EN USR-CLAVE; SIGNON LOS CIFRA EN EL PRIMER INGRESO, PERO
      *    UNA CUENTA QUE NO INGRESA NUNCA LA CONSERVARIA EN CLARO.
      *    ESTA CORRIDA RECORRE TODA LA TABLA Y, A CADA REGISTRO SIN
      *    HASH Y CON CLAVE, LE GRABA EL HASH DE ESA CLAVE (VER EL
      *    SUBPROGRAMA CLAVES), LE BORRA LA CLAVE EN CLARO Y LO DEJA
      *    CON CAMBIO OBLIGADO EN EL PROXIMO INGRESO, IGUAL QUE LO
      *    HACE SIGNON. CADA CUENTA CIFRADA SE ASIENTA EN SIGNON.JRN.
      *    PROCEDIMIENTO DE CORRIDA: OPERACIONES RESGUARDA
      *    USUARIOS.DAT (BCKMST1), CORRE ESTA CONVERSION CON EL
      *    SISTEMA SIN OPERADORES Y VERIFICA EN CNVUSR1.LST QUE LOS
      *    LEIDOS SEAN LA SUMA DE CIFRADOS, YA CIFRADOS Y SIN CLAVE,
      *    SIN ERRORES. VOLVER A CORRERLA NO CAMBIA NADA: LOS
      *    REGISTROS YA CIFRADOS SE SALTEAN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS USR-ID
           STATUS ST-FILE-USR.
           SELECT OPTIONAL SIGNJRN ASSIGN TO "./signon.jrn"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-JRN.
           SELECT LISTADO ASSIGN TO "./cnvusr1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       01 REG-USUARIOS.
           03  USR-ID              PIC X(8).
           03  USR-NOMBRE          PIC X(40).
      *    CLAVE EN CLARO: SOLO LA TRAEN LOS REGISTROS ANTERIORES AL
      *    HASH, Y ESTA CORRIDA LA BORRA
           03  USR-CLAVE           PIC X(8).
           03  USR-ESTADO          PIC X.
              88  USR-ACTIVO       VALUE "A".
              88  USR-INACTIVO     VALUE "I".
           03  USR-NIVEL           PIC 9.
           03  USR-CLAVE-HASH      PIC X(18).
           03  USR-FEC-CLAVE       PIC 9(8).
           03  USR-CAMBIO-CLAVE    PIC X.
              88  USR-DEBE-CAMBIAR VALUE "S".
           03  USR-HISTORIA-CLAVES.
               05  USR-HIST-HASH   PIC X(18) OCCURS 9 TIMES.
      *
       FD SIGNJRN.
       01 REG-SIGNJRN              PIC X(53).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-USR             PIC XX.
       01  ST-FILE-JRN             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  FIN-ARCHIVO             PIC X.
      *
       01  W-CANT-LEIDOS           PIC 9(7) VALUE 0.
       01  W-CANT-CIFRADOS         PIC 9(7) VALUE 0.
       01  W-CANT-YA-CIFRADOS      PIC 9(7) VALUE 0.
       01  W-CANT-SIN-CLAVE        PIC 9(7) VALUE 0.
       01  W-CANT-ERRORES          PIC 9(7) VALUE 0.
      *
      *    MISMA LINEA QUE SIGNON ESCRIBE EN SIGNON.JRN
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
      *    PARAMETERS FOR THE SHARED CLAVES SUBPROGRAM - SEE CLAVES.CPY
           COPY "CLAVES.CPY".
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-TITULO            PIC X(50) VALUE
           "CONVERSION DE CLAVES DE USUARIOS A HASH".
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(35).
           03  L-CTL-VALOR     PIC ZZZZ.ZZ9.
       01  L-VEREDICTO         PIC X(60).
      *
       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT LISTADO.
           WRITE LINEA-LISTADO FROM L-TITULO.
           PERFORM CONVIERTO-USUARIOS THRU F-CONVIERTO-USUARIOS.
           PERFORM TERMINAR.
           STOP RUN.
      *
       CONVIERTO-USUARIOS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN I-O USUARIOS.
           IF ST-FILE-USR > "07"
              DISPLAY "ERROR AL ABRIR USUARIOS.DAT " ST-FILE-USR
              MOVE "CNVUSR1"            TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-USUARIOS" TO ERRLOG-PARAGRAPH
              MOVE "USUARIOS"           TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE ST-FILE-USR          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              ADD 1 TO W-CANT-ERRORES
              GO TO F-CONVIERTO-USUARIOS
           END-IF.
           OPEN EXTEND SIGNJRN.
           IF ST-FILE-JRN > "07"
              OPEN OUTPUT SIGNJRN
           END-IF.
           PERFORM CONVIERTO-UN-USUARIO THRU F-CONVIERTO-UN-USUARIO
              UNTIL FIN-ARCHIVO = "S".
           CLOSE SIGNJRN.
           CLOSE USUARIOS.
       F-CONVIERTO-USUARIOS.
           EXIT.
      *
      *    EL HASH SE SALA CON EL USUARIO, ASI QUE CADA REGISTRO SE
      *    CIFRA CON SU PROPIO USR-ID; LA HISTORIA EMPIEZA VACIA Y
      *    LA FECHA EN CERO, COMO LA DEJA SIGNON AL CIFRAR
       CONVIERTO-UN-USUARIO.
           READ USUARIOS NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-CONVIERTO-UN-USUARIO.
           ADD 1 TO W-CANT-LEIDOS.
           IF USR-CLAVE-HASH IS NUMERIC
              ADD 1 TO W-CANT-YA-CIFRADOS
              GO TO F-CONVIERTO-UN-USUARIO
           END-IF.
           IF USR-CLAVE = SPACES
              ADD 1 TO W-CANT-SIN-CLAVE
              GO TO F-CONVIERTO-UN-USUARIO
           END-IF.
           MOVE "H"       TO CLV-ACCION.
           MOVE USR-ID    TO CLV-USUARIO.
           MOVE USR-CLAVE TO CLV-CLAVE.
           CALL "CLAVES" USING CLAVES-PARMS.
           MOVE SPACES    TO CLV-CLAVE.
           MOVE CLV-HASH  TO USR-CLAVE-HASH.
           MOVE SPACES    TO USR-CLAVE
                             USR-HISTORIA-CLAVES.
           MOVE ZEROS     TO USR-FEC-CLAVE.
           MOVE "S"       TO USR-CAMBIO-CLAVE.
           REWRITE REG-USUARIOS.
           IF ST-FILE-USR > "07"
              DISPLAY "ERROR GRABANDO USUARIO " USR-ID " " ST-FILE-USR
              MOVE "CNVUSR1"              TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-UN-USUARIO" TO ERRLOG-PARAGRAPH
              MOVE "USUARIOS"             TO ERRLOG-FILENAME
              MOVE USR-ID                 TO ERRLOG-KEYVALUE
              MOVE ST-FILE-USR            TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              ADD 1 TO W-CANT-ERRORES
              GO TO F-CONVIERTO-UN-USUARIO
           END-IF.
           ADD 1 TO W-CANT-CIFRADOS.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA  FROM TIME.
           MOVE "CNVUSR1" TO JRN-PROGRAMA.
           MOVE USR-ID    TO JRN-USUARIO.
           MOVE "CIFRADA" TO JRN-RESULTADO.
           MOVE SPACES    TO JRN-AUTOR.
           WRITE REG-SIGNJRN FROM W-LINEA-JRN.
       F-CONVIERTO-UN-USUARIO.
           EXIT.
      *
      *    LA PRUEBA: CADA LEIDO ES CIFRADO, YA CIFRADO O SIN CLAVE,
      *    Y NO HUBO ERRORES
       TERMINAR.
           MOVE "USUARIOS LEIDOS:"          TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDOS               TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CLAVES CIFRADAS AHORA:"    TO L-CTL-ROTULO.
           MOVE W-CANT-CIFRADOS             TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "YA CIFRADAS:"              TO L-CTL-ROTULO.
           MOVE W-CANT-YA-CIFRADOS          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "SIN CLAVE NI HASH:"        TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-CLAVE            TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "ERRORES:"                  TO L-CTL-ROTULO.
           MOVE W-CANT-ERRORES              TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           IF W-CANT-ERRORES = 0
              AND W-CANT-LEIDOS = W-CANT-CIFRADOS + W-CANT-YA-CIFRADOS
                                  + W-CANT-SIN-CLAVE
              MOVE "PRUEBA DE CANTIDADES: CORRECTA" TO L-VEREDICTO
           ELSE
              MOVE "PRUEBA DE CANTIDADES: *** NO COINCIDE ***"
                 TO L-VEREDICTO
           END-IF.
           WRITE LINEA-LISTADO FROM L-VEREDICTO.
           DISPLAY "CNVUSR1 LEIDOS " W-CANT-LEIDOS " CIFRADOS "
                   W-CANT-CIFRADOS.
           DISPLAY L-VEREDICTO.
           CLOSE LISTADO.
           MOVE "CNVUSR1"       TO RPTARC-PROGRAM.
           MOVE "CONVERSION DE CLAVES DE USUARIOS"
              TO RPTARC-TITLE.
           MOVE "./cnvusr1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "D"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM CNVUSR1.
