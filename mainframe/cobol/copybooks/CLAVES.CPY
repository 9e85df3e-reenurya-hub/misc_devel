      *    CLAVES.CPY - PARAMETER LAYOUT FOR THE CLAVES SUBPROGRAM,
      *    THE ONE PLACE PASSWORDS ARE HASHED AND CHECKED AGAINST
      *    THE PASSWORD RULES (SIGNON AND MNTUSR1 CALL IT).
      *    SET CLV-ACCION AND ISSUE
      *    CALL "CLAVES" USING CLAVES-PARMS
      *    "H" RETURNS IN CLV-HASH THE ONE-WAY HASH OF CLV-CLAVE,
      *        SALTED WITH CLV-USUARIO; ONLY THE HASH IS EVER STORED
      *        ON USUARIOS.DAT.
      *    "V" CHECKS CLV-CLAVE AGAINST THE MINIMUM LENGTH AND THE
      *        CHARACTER MIX (AT LEAST ONE LETTER AND ONE DIGIT, NOT
      *        THE USER ID); CLV-OK OR CLV-MENSAJE SAYS WHY NOT.
      *    EVERY CALL ALSO RETURNS THE RULES READ FROM CLAVES.PRM:
      *    MAXIMUM AGE IN DAYS, MINIMUM LENGTH AND HOW MANY PRIOR
      *    PASSWORDS CANNOT BE REUSED.
       01  CLAVES-PARMS.
           05  CLV-ACCION              PIC X(01).
               88  CLV-CALCULO-HASH    VALUE "H".
               88  CLV-VALIDO-REGLAS   VALUE "V".
           05  CLV-USUARIO             PIC X(08).
           05  CLV-CLAVE               PIC X(08).
           05  CLV-HASH                PIC X(18).
           05  CLV-RESULTADO           PIC X(01).
               88  CLV-OK              VALUE "S".
           05  CLV-MENSAJE             PIC X(40).
           05  CLV-DIAS-VIGENCIA       PIC 9(03).
           05  CLV-LARGO-MINIMO        PIC 9(01).
           05  CLV-HISTORIA            PIC 9(01).
