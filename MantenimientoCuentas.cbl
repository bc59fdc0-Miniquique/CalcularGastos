      * Author:David Guerrero Ortgea
      * Date:22/08/2026
      * Purpose: Mantenimiento del maestro de cuentas CUENTAS que usa
      *          CONTROL-GASTOS: alta, renombrado, saldo de apertura
      *          y cuenta del banco de cada cuenta.
      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 - Primera version. Si el fichero no existe se crea
      *                devolver el control cuando lo llama el menu
      *                MENU-GASTOS y seguir funcionando igual en
      *                solitario.
      *   15/10/2026 - Opcion de informar la cuenta del banco (entidad,
      *                oficina y numero) con la que IMPORTA-NORMA43
      *                reconoce el extracto Norma 43 de cada cuenta; se
      *                muestra en el listado.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 CODIGO PIC 99 VALUE 0.
       77 NOMBRE PIC X(20) VALUE SPACES.
       77 APERTURA PIC S9(6)V99 VALUE 0.
       77 ENTIDAD PIC X(4) VALUE SPACES.
       77 OFICINA PIC X(4) VALUE SPACES.
       77 NUMERO-BANCO PIC X(10) VALUE SPACES.
       77 FIN-MENU-SW PIC X VALUE "N".
           88 FIN-MENU VALUE "S".
       77 FIN-LISTADO-SW PIC X VALUE "N".
           MOVE 01 TO CU-CODIGO
           MOVE "GENERAL" TO CU-NOMBRE
           MOVE 0 TO CU-SALDO-APERTURA
           MOVE SPACES TO CU-CUENTA-BANCO
           WRITE CU-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL CREAR LA CUENTA INICIAL"
           DISPLAY "2 - RENOMBRAR CUENTA"
           DISPLAY "3 - CAMBIAR SALDO DE APERTURA"
           DISPLAY "4 - LISTAR CUENTAS"
           DISPLAY "5 - CUENTA DEL BANCO (EXTRACTO NORMA 43)"
           DISPLAY "0 - SALIR"
           ACCEPT OPCION.
           EVALUATE OPCION
                   PERFORM CAMBIAR-APERTURA
               WHEN 4
                   PERFORM LISTAR-CUENTAS
               WHEN 5
                   PERFORM CAMBIAR-CUENTA-BANCO
               WHEN 0
                   SET FIN-MENU TO TRUE
               WHEN OTHER
           MOVE CODIGO TO CU-CODIGO
           MOVE NOMBRE TO CU-NOMBRE
           MOVE APERTURA TO CU-SALDO-APERTURA
           MOVE SPACES TO CU-CUENTA-BANCO
           WRITE CU-REGISTRO
               INVALID KEY
                   DISPLAY "LA CUENTA " CODIGO " YA EXISTE"
                   END-REWRITE
           END-READ.

      ******************************************************************
      * Cuenta del banco tal como aparece en el registro 11 del
      * extracto Norma 43: entidad (4), oficina (4) y numero (10).
      * Con la entidad en blanco la cuenta queda sin banco.
      ******************************************************************
       CAMBIAR-CUENTA-BANCO.
           DISPLAY "CODIGO DE LA CUENTA"
           ACCEPT CODIGO.
           MOVE CODIGO TO CU-CODIGO
           READ CUENTAS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE LA CUENTA " CODIGO
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "CUENTA DEL BANCO ACTUAL: " CU-BANCO-ENTIDAD " "
               CU-BANCO-OFICINA " " CU-BANCO-NUMERO
           DISPLAY "ENTIDAD (4 DIGITOS, EN BLANCO = SIN BANCO)"
           ACCEPT ENTIDAD.
           IF ENTIDAD = SPACES
               MOVE SPACES TO OFICINA
               MOVE SPACES TO NUMERO-BANCO
           ELSE
               DISPLAY "OFICINA (4 DIGITOS)"
               ACCEPT OFICINA
               DISPLAY "NUMERO DE CUENTA (10 DIGITOS)"
               ACCEPT NUMERO-BANCO
           END-IF.
           MOVE ENTIDAD TO CU-BANCO-ENTIDAD
           MOVE OFICINA TO CU-BANCO-OFICINA
           MOVE NUMERO-BANCO TO CU-BANCO-NUMERO
           REWRITE CU-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL CAMBIAR LA CUENTA DEL BANCO"
               NOT INVALID KEY
                   DISPLAY "CUENTA DEL BANCO DE LA CUENTA " CODIGO
                       " CAMBIADA"
           END-REWRITE.

       LISTAR-CUENTAS.
           MOVE "N" TO FIN-LISTADO-SW
           MOVE 0 TO CU-CODIGO

       LISTAR-UNA-CUENTA.
           DISPLAY CU-CODIGO " " CU-NOMBRE
               " APERTURA " CU-SALDO-APERTURA
               " BANCO " CU-BANCO-ENTIDAD " " CU-BANCO-OFICINA " "
               CU-BANCO-NUMERO.
           PERFORM LEER-SIGUIENTE-CUENTA.

       LEER-SIGUIENTE-CUENTA.
