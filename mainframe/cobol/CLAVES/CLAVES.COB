       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVES.
      *
      *    TRATAMIENTO COMPARTIDO DE CLAVES DE OPERADOR (AL ESTILO
      *    DE LOS SUBPROGRAMAS ERRLOG, RPTWRT Y SIGNON). LA CLAVE
      *    NUNCA SE GUARDA EN CLARO: SE GUARDA SU HASH, CALCULADO
      *    AQUI SOBRE USUARIO + CLAVE PARA QUE DOS OPERADORES CON
      *    LA MISMA CLAVE NO TENGAN EL MISMO HASH. TAMBIEN VALIDA LAS
      *    REGLAS DE ARMADO DE UNA CLAVE NUEVA. LAS REGLAS SE LEEN
      *    UNA VEZ DE CLAVES.PRM (UNA LINEA: DIAS DE VIGENCIA 3
      *    DIGITOS, LARGO MINIMO 1 DIGITO, CANTIDAD DE CLAVES
      *    ANTERIORES QUE NO SE PUEDEN REPETIR 1 DIGITO, P.EJ.
      *    "09065"); SIN ARCHIVO VALEN 90 DIAS, 6 POSICIONES Y LAS
      *    ULTIMAS 5 CLAVES. VER CLAVES.CPY POR EL PROTOCOLO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LFPARM ASSIGN TO "CLAVES.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD LFPARM.
       01 PARM-RECORD.
           03  PRM-DIAS-VIGENCIA   PIC X(3).
           03  PRM-LARGO-MINIMO    PIC X.
           03  PRM-HISTORIA        PIC X.
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PRM             PIC XX.
       01  W-PARAMETRO-LEIDO       PIC X VALUE "N".
       01  W-DIAS-VIGENCIA         PIC 9(3) VALUE 90.
       01  W-LARGO-MINIMO          PIC 9 VALUE 6.
       01  W-HISTORIA              PIC 9 VALUE 5.
      *
      *    EL HASH: DOS ACUMULADORES MODULO DOS PRIMOS DE 9 DIGITOS,
      *    TRES PASADAS SOBRE LOS 16 CARACTERES DE USUARIO + CLAVE
       01  W-TEXTO.
           03  W-TEXTO-USUARIO     PIC X(8).
           03  W-TEXTO-CLAVE       PIC X(8).
       01  W-TEXTO-R REDEFINES W-TEXTO.
           03  W-CARACTER          PIC X OCCURS 16 TIMES.
       01  W-HASH.
           03  W-HASH-1            PIC 9(9).
           03  W-HASH-2            PIC 9(9).
       01  W-PRODUCTO              PIC 9(12).
       01  W-COCIENTE              PIC 9(12).
       01  W-ORDINAL               PIC 9(3).
       01  W-POS                   PIC 99.
       01  W-PASADA                PIC 9.
       01  PRIMO-1                 PIC 9(9) VALUE 999999937.
       01  PRIMO-2                 PIC 9(9) VALUE 999999929.
      *
       01  W-LARGO                 PIC 99.
       01  W-CANT-LETRAS           PIC 99.
       01  W-CANT-DIGITOS          PIC 99.
       01  W-CANT-BLANCOS          PIC 99.
      *
       LINKAGE SECTION.
           COPY "CLAVES.CPY".
      *
       PROCEDURE DIVISION USING CLAVES-PARMS.
       MAIN.
           IF W-PARAMETRO-LEIDO = "N"
              PERFORM LEO-PARAMETRO
           END-IF.
           MOVE W-DIAS-VIGENCIA TO CLV-DIAS-VIGENCIA.
           MOVE W-LARGO-MINIMO  TO CLV-LARGO-MINIMO.
           MOVE W-HISTORIA      TO CLV-HISTORIA.
           MOVE "S"    TO CLV-RESULTADO.
           MOVE SPACES TO CLV-MENSAJE.
           EVALUATE TRUE
              WHEN CLV-CALCULO-HASH
                 PERFORM CALCULO-HASH
              WHEN CLV-VALIDO-REGLAS
                 PERFORM VALIDO-REGLAS THRU F-VALIDO-REGLAS
              WHEN OTHER
                 MOVE "N" TO CLV-RESULTADO
                 MOVE "ACCION INVALIDA" TO CLV-MENSAJE
           END-EVALUATE.
           GOBACK.
      *
       LEO-PARAMETRO.
           MOVE "S" TO W-PARAMETRO-LEIDO.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-DIAS-VIGENCIA IS NUMERIC
                       MOVE PRM-DIAS-VIGENCIA TO W-DIAS-VIGENCIA
                    END-IF
                    IF PRM-LARGO-MINIMO IS NUMERIC
                       MOVE PRM-LARGO-MINIMO TO W-LARGO-MINIMO
                    END-IF
                    IF PRM-HISTORIA IS NUMERIC
                       MOVE PRM-HISTORIA TO W-HISTORIA
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       CALCULO-HASH.
           MOVE CLV-USUARIO TO W-TEXTO-USUARIO.
           MOVE CLV-CLAVE   TO W-TEXTO-CLAVE.
           MOVE 5381      TO W-HASH-1.
           MOVE 52711     TO W-HASH-2.
           PERFORM HASH-UNA-PASADA
              VARYING W-PASADA FROM 1 BY 1 UNTIL W-PASADA > 3.
           MOVE W-HASH TO CLV-HASH.
      *
       HASH-UNA-PASADA.
           PERFORM HASH-UN-CARACTER
              VARYING W-POS FROM 1 BY 1 UNTIL W-POS > 16.
      *
      *    DIVIDE/REMAINDER PARA QUEDARSE CON EL RESTO EXACTO
       HASH-UN-CARACTER.
           COMPUTE W-ORDINAL = FUNCTION ORD(W-CARACTER(W-POS)).
           COMPUTE W-PRODUCTO = W-HASH-1 * 131 + W-ORDINAL
                              + W-POS + W-PASADA.
           DIVIDE W-PRODUCTO BY PRIMO-1
              GIVING W-COCIENTE REMAINDER W-HASH-1.
           COMPUTE W-PRODUCTO = W-HASH-2 * 257 + W-ORDINAL * 7
                              + W-HASH-1.
           DIVIDE W-PRODUCTO BY PRIMO-2
              GIVING W-COCIENTE REMAINDER W-HASH-2.
      *
      *    CLAVE NUEVA: LARGO MINIMO, SIN BLANCOS INTERMEDIOS, AL
      *    MENOS UNA LETRA Y UN DIGITO, Y DISTINTA DEL USUARIO
       VALIDO-REGLAS.
           MOVE "N" TO CLV-RESULTADO.
           MOVE 0 TO W-LARGO W-CANT-LETRAS W-CANT-DIGITOS
                     W-CANT-BLANCOS.
           MOVE CLV-CLAVE TO W-TEXTO-CLAVE.
           PERFORM CUENTO-UN-CARACTER
              VARYING W-POS FROM 1 BY 1 UNTIL W-POS > 8.
           IF W-LARGO > 0
              INSPECT W-TEXTO-CLAVE(1:W-LARGO)
                 TALLYING W-CANT-BLANCOS FOR ALL SPACE
           END-IF.
           IF W-LARGO < W-LARGO-MINIMO
              STRING "LA CLAVE DEBE TENER "
                     W-LARGO-MINIMO " POSICIONES O MAS"
                 DELIMITED BY SIZE INTO CLV-MENSAJE
              GO TO F-VALIDO-REGLAS
           END-IF.
           IF W-CANT-BLANCOS > 0
              MOVE "LA CLAVE NO PUEDE TENER BLANCOS"
                 TO CLV-MENSAJE
              GO TO F-VALIDO-REGLAS
           END-IF.
           IF W-CANT-LETRAS = 0 OR W-CANT-DIGITOS = 0
              MOVE "LA CLAVE DEBE TENER LETRAS Y NUMEROS"
                 TO CLV-MENSAJE
              GO TO F-VALIDO-REGLAS
           END-IF.
           IF CLV-CLAVE = CLV-USUARIO
              MOVE "LA CLAVE NO PUEDE SER EL USUARIO"
                 TO CLV-MENSAJE
              GO TO F-VALIDO-REGLAS
           END-IF.
           MOVE "S" TO CLV-RESULTADO.
       F-VALIDO-REGLAS.
           EXIT.
      *
      *    W-LARGO QUEDA EN LA ULTIMA POSICION NO BLANCA
       CUENTO-UN-CARACTER.
           IF W-CARACTER(8 + W-POS) NOT = SPACE
              MOVE W-POS TO W-LARGO
              IF W-CARACTER(8 + W-POS) IS NUMERIC
                 ADD 1 TO W-CANT-DIGITOS
              ELSE
                 IF W-CARACTER(8 + W-POS) IS ALPHABETIC
                    ADD 1 TO W-CANT-LETRAS
                 END-IF
              END-IF
           END-IF.
       END PROGRAM CLAVES.
