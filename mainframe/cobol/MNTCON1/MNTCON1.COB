      *    EL CONTACTO PREFERIDO EN CADA CARTA Y LISTA LOS CLIENTES
      *    SIN CONTACTO UTILIZABLE. SE LLEGA DESDE EL ABM DE
      *    FSTRUCT1 (OPCION 08) O DIRECTO DESDE EL MENU.
      *    EL EMAIL DEL CONTACTO DE PAGOS ("P") ES ADONDE EXTMAIL1
      *    MANDA EL EXTRACTO MENSUAL; LOS QUE REBOTAN LOS LISTA
      *    MAILRES1 PARA CORREGIRLOS ACA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
