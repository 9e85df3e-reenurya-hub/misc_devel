      *    PERCTL.CPY - PARAMETER LAYOUT FOR THE PERCTL SUBPROGRAM.
      *    COPY THIS INTO WORKING-STORAGE OF ANY PROGRAM THAT POSTS
      *    MOVEMENTS, SET PERCTL-MODULO ("CLI" = CLIENTES, "DEU" =
      *    DEUDORES, "PRV" = PROVEEDORES, "IVA" = IVA RETURN FILED)
      *    AND PERCTL-FECHA TO THE POSTING DATE, AND ISSUE
      *    CALL "PERCTL" USING PERCTL-PARMS
      *    BEFORE WRITING THE MOVEMENT. PERCTL-CERRADO MEANS THE
      *    PERIOD WAS CLOSED WITH CIEMES1 AND THE MOVEMENT MUST BE
