      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Mantenimiento del maestro de divisas DIVISAS: alta de
      *          las monedas extranjeras con las que se paga en los
      *          viajes y las compras de fuera (codigo de tres letras,
      *          nombre y codigo numerico ISO del registro 24 del
      *          Norma 43), anotacion y borrado de los cambios de
      *          referencia por fecha, consulta del cambio que rige un
      *          dia y listado. El cambio de referencia se da en
      *          unidades de la divisa por un euro, como el cambio
      *          aplicado que guarda GASTOS-MAESTRO, e INFORME-DIVISAS
      *          lo usa para calcular la comision de la tarjeta.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DIVISAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVISAS-MAESTRO ASSIGN TO "DIVISAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS DV-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVISAS-MAESTRO.
           COPY "DIVISREG.CPY".

       WORKING-STORAGE SECTION.
       77 DV-ESTADO PIC XX VALUE "00".
       77 OPCION PIC 9 VALUE 0.
       77 CODIGO PIC X(3) VALUE SPACES.
       77 NOMBRE PIC X(20) VALUE SPACES.
       77 NUMERICO PIC 9(3) VALUE 0.
       77 CAMBIO PIC 9(6)V9(5) VALUE 0.
       77 CAMBIO-EDITADO PIC Z(5)9.9(5) VALUE ZERO.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 FIN-MENU-SW PIC X VALUE "N".
           88 FIN-MENU VALUE "S".
       77 FIN-LISTADO-SW PIC X VALUE "N".
           88 FIN-LISTADO VALUE "S".
       77 DIVISA-EXISTE-SW PIC X VALUE "N".
           88 DIVISA-EXISTE VALUE "S".
       77 CAMBIO-ENCONTRADO-SW PIC X VALUE "N".
           88 CAMBIO-ENCONTRADO VALUE "S".
       77 FECHA-CAMBIO-VIGENTE PIC 9(8) VALUE 0.
       77 CAMBIO-VIGENTE PIC 9(6)V9(5) COMP-3 VALUE 0.

       01  FECHA-PEDIDA.
           05  FP-ANIO PIC 9(4).
           05  FP-MES PIC 99.
           05  FP-DIA PIC 99.
       01  FECHA-PEDIDA-NUM REDEFINES FECHA-PEDIDA PIC 9(8).

       PROCEDURE DIVISION.
       MENU-DIVISAS.
           PERFORM ABRIR-DIVISAS.
           PERFORM ATENDER-OPCION UNTIL FIN-MENU.
           CLOSE DIVISAS-MAESTRO.
           GOBACK.

       ABRIR-DIVISAS.
           OPEN I-O DIVISAS-MAESTRO.
           IF DV-ESTADO = "35"
               OPEN OUTPUT DIVISAS-MAESTRO
               CLOSE DIVISAS-MAESTRO
               OPEN I-O DIVISAS-MAESTRO
               DISPLAY "MAESTRO DE DIVISAS NUEVO, VACIO"
           END-IF.

       ATENDER-OPCION.
           DISPLAY "MANTENIMIENTO DE DIVISAS"
           DISPLAY "1 - ALTA DE DIVISA"
           DISPLAY "2 - ANOTAR CAMBIO DE REFERENCIA"
           DISPLAY "3 - BORRAR CAMBIO DE REFERENCIA"
           DISPLAY "4 - CAMBIO DE REFERENCIA DE UNA FECHA"
           DISPLAY "5 - LISTAR DIVISAS Y CAMBIOS"
           DISPLAY "0 - SALIR"
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-DIVISA
               WHEN 2
                   PERFORM ANOTAR-CAMBIO
               WHEN 3
                   PERFORM BORRAR-CAMBIO
               WHEN 4
                   PERFORM CONSULTAR-CAMBIO
               WHEN 5
                   PERFORM LISTAR-DIVISAS
               WHEN 0
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * Alta de la divisa: registro de definicion con DV-FECHA a 0.
      * El euro no se da de alta, es la moneda de las cuentas.
      ******************************************************************
       ALTA-DIVISA.
           DISPLAY "CODIGO DE LA DIVISA (TRES LETRAS EN MAYUSCULAS, "
               "P.EJ. USD, GBP)"
           ACCEPT CODIGO.
           IF CODIGO = SPACES
               DISPLAY "EL CODIGO EN BLANCO NO ES VALIDO"
               EXIT PARAGRAPH
           END-IF.
           IF CODIGO = "EUR"
               DISPLAY "EL EURO ES LA MONEDA DE LAS CUENTAS, NO SE DA "
                   "DE ALTA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOMBRE DE LA DIVISA"
           ACCEPT NOMBRE.
           DISPLAY "CODIGO NUMERICO ISO (P.EJ. 840 DOLAR, 826 LIBRA; "
               "0 = NO SE SABE)"
           ACCEPT NUMERICO.
           MOVE CODIGO TO DV-CODIGO
           MOVE 0 TO DV-FECHA
           MOVE NOMBRE TO DV-NOMBRE
           MOVE NUMERICO TO DV-NUMERICO
           MOVE 0 TO DV-CAMBIO
           WRITE DV-REGISTRO
               INVALID KEY
                   DISPLAY "LA DIVISA " CODIGO " YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "DIVISA " CODIGO " DADA DE ALTA"
           END-WRITE.

       PEDIR-DIVISA-EXISTENTE.
           MOVE "N" TO DIVISA-EXISTE-SW
           DISPLAY "CODIGO DE LA DIVISA"
           ACCEPT CODIGO.
           MOVE CODIGO TO DV-CODIGO
           MOVE 0 TO DV-FECHA
           READ DIVISAS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE LA DIVISA " CODIGO
               NOT INVALID KEY
                   SET DIVISA-EXISTE TO TRUE
                   DISPLAY CODIGO " " DV-NOMBRE
           END-READ.

       PEDIR-FECHA.
           DISPLAY "FECHA (AAAAMMDD)"
           ACCEPT FECHA-PEDIDA-NUM.
           PERFORM PEDIR-FECHA-OTRA-VEZ
               UNTIL FP-ANIO > 1900 AND FP-MES > 0 AND FP-MES < 13
                   AND FP-DIA > 0 AND FP-DIA < 32.

       PEDIR-FECHA-OTRA-VEZ.
           DISPLAY "FECHA NO VALIDA, VUELVE A INTRODUCIRLA (AAAAMMDD)"
           ACCEPT FECHA-PEDIDA-NUM.

      ******************************************************************
      * Cambio de referencia de una fecha: unidades de la divisa por
      * un euro (el del BCE o el que se quiera tomar como bueno). Si
      * ya hay uno en esa fecha se ofrece sustituirlo.
      ******************************************************************
       ANOTAR-CAMBIO.
           PERFORM PEDIR-DIVISA-EXISTENTE.
           IF NOT DIVISA-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-FECHA.
           DISPLAY "UNIDADES DE " CODIGO " POR UN EURO"
           ACCEPT CAMBIO.
           IF CAMBIO = 0
               DISPLAY "EL CAMBIO NO PUEDE SER CERO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO TO DV-CODIGO
           MOVE FECHA-PEDIDA-NUM TO DV-FECHA
           READ DIVISAS-MAESTRO
               INVALID KEY
                   PERFORM GRABAR-CAMBIO-NUEVO
               NOT INVALID KEY
                   PERFORM SUSTITUIR-CAMBIO
           END-READ.

       GRABAR-CAMBIO-NUEVO.
           MOVE CODIGO TO DV-CODIGO
           MOVE FECHA-PEDIDA-NUM TO DV-FECHA
           MOVE SPACES TO DV-NOMBRE
           MOVE 0 TO DV-NUMERICO
           MOVE CAMBIO TO DV-CAMBIO
           WRITE DV-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL ANOTAR EL CAMBIO, ESTADO "
                       DV-ESTADO
               NOT INVALID KEY
                   DISPLAY "CAMBIO DE " CODIGO " DEL "
                       FECHA-PEDIDA-NUM " ANOTADO"
           END-WRITE.

       SUSTITUIR-CAMBIO.
           MOVE DV-CAMBIO TO CAMBIO-EDITADO
           DISPLAY "YA HAY UN CAMBIO DE " CODIGO " EL "
               FECHA-PEDIDA-NUM ": " CAMBIO-EDITADO
           DISPLAY "SUSTITUIRLO (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               DISPLAY "EL CAMBIO QUEDA COMO ESTABA"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAMBIO TO DV-CAMBIO
           REWRITE DV-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL SUSTITUIR EL CAMBIO, ESTADO "
                       DV-ESTADO
               NOT INVALID KEY
                   DISPLAY "CAMBIO DE " CODIGO " DEL "
                       FECHA-PEDIDA-NUM " SUSTITUIDO"
           END-REWRITE.

       BORRAR-CAMBIO.
           PERFORM PEDIR-DIVISA-EXISTENTE.
           IF NOT DIVISA-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-FECHA.
           MOVE CODIGO TO DV-CODIGO
           MOVE FECHA-PEDIDA-NUM TO DV-FECHA
           READ DIVISAS-MAESTRO
               INVALID KEY
                   DISPLAY "NO HAY CAMBIO DE " CODIGO " EL "
                       FECHA-PEDIDA-NUM
                   EXIT PARAGRAPH
           END-READ.
           MOVE DV-CAMBIO TO CAMBIO-EDITADO
           DISPLAY "CAMBIO DE " CODIGO " DEL " FECHA-PEDIDA-NUM ": "
               CAMBIO-EDITADO ", BORRARLO (S/N)"
           ACCEPT RESPUESTA.
           IF NOT RESP-SI
               EXIT PARAGRAPH
           END-IF.
           DELETE DIVISAS-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR AL BORRAR EL CAMBIO, ESTADO "
                       DV-ESTADO
               NOT INVALID KEY
                   DISPLAY "CAMBIO BORRADO"
           END-DELETE.

      ******************************************************************
      * El cambio que rige un dia es el de la fecha mas reciente que
      * no pase de ese dia; la misma regla que aplica INFORME-DIVISAS.
      ******************************************************************
       CONSULTAR-CAMBIO.
           PERFORM PEDIR-DIVISA-EXISTENTE.
           IF NOT DIVISA-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-FECHA.
           PERFORM BUSCAR-CAMBIO-VIGENTE.
           IF CAMBIO-ENCONTRADO
               MOVE CAMBIO-VIGENTE TO CAMBIO-EDITADO
               DISPLAY "EL " FECHA-PEDIDA-NUM " RIGE EL CAMBIO DEL "
                   FECHA-CAMBIO-VIGENTE ": " CAMBIO-EDITADO " "
                   CODIGO " POR EURO"
           ELSE
               DISPLAY "NO HAY CAMBIO DE " CODIGO " ANTERIOR AL "
                   FECHA-PEDIDA-NUM
           END-IF.

       BUSCAR-CAMBIO-VIGENTE.
           MOVE "N" TO CAMBIO-ENCONTRADO-SW
           MOVE "N" TO FIN-LISTADO-SW
           MOVE CODIGO TO DV-CODIGO
           MOVE 1 TO DV-FECHA
           START DIVISAS-MAESTRO KEY IS NOT LESS THAN DV-CLAVE
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           IF NOT FIN-LISTADO
               PERFORM LEER-SIGUIENTE-DIVISA
           END-IF.
           PERFORM EXAMINAR-CAMBIO UNTIL FIN-LISTADO.

       EXAMINAR-CAMBIO.
           IF DV-CODIGO NOT = CODIGO OR DV-FECHA > FECHA-PEDIDA-NUM
               SET FIN-LISTADO TO TRUE
           ELSE
               MOVE DV-FECHA TO FECHA-CAMBIO-VIGENTE
               MOVE DV-CAMBIO TO CAMBIO-VIGENTE
               SET CAMBIO-ENCONTRADO TO TRUE
               PERFORM LEER-SIGUIENTE-DIVISA
           END-IF.

       LISTAR-DIVISAS.
           MOVE "N" TO FIN-LISTADO-SW
           MOVE SPACES TO DV-CODIGO
           MOVE 0 TO DV-FECHA
           START DIVISAS-MAESTRO KEY IS NOT LESS THAN DV-CLAVE
               INVALID KEY
                   SET FIN-LISTADO TO TRUE
           END-START.
           IF NOT FIN-LISTADO
               PERFORM LEER-SIGUIENTE-DIVISA
           END-IF.
           PERFORM LISTAR-UNA-DIVISA UNTIL FIN-LISTADO.

       LISTAR-UNA-DIVISA.
           IF DV-ES-DEFINICION
               DISPLAY DV-CODIGO " " DV-NOMBRE " ISO " DV-NUMERICO
           ELSE
               MOVE DV-CAMBIO TO CAMBIO-EDITADO
               DISPLAY "    " DV-FECHA " " CAMBIO-EDITADO
                   " POR EURO"
           END-IF.
           PERFORM LEER-SIGUIENTE-DIVISA.

       LEER-SIGUIENTE-DIVISA.
           READ DIVISAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-LISTADO TO TRUE
           END-READ.
       END PROGRAM MANTENIMIENTO-DIVISAS.
