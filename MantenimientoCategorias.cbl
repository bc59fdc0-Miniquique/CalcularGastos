      * Date:22/08/2026
      * Purpose: Mantenimiento del maestro de categorias CATEGM que
      *          validan CONTROL-GASTOS e INFORME-GASTOS: alta,
      *          renombrado y desactivacion de categorias, y su
      *          marca fiscal con el epigrafe de la renta con el que
      *          las agrupa INFORME-RENTA.
      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 - Primera version. Si el fichero no existe se crea
      *                devolver el control cuando lo llama el menu
      *                MENU-GASTOS y seguir funcionando igual en
      *                solitario.
      *   15/10/2026 - Opcion 6: marca fiscal de la categoria y epigrafe
      *                de la renta para INFORME-RENTA; las altas nacen
      *                no fiscales y el listado muestra el epigrafe.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 OPCION PIC 9 VALUE 0.
       77 CODIGO PIC 99 VALUE 0.
       77 NOMBRE PIC X(20) VALUE SPACES.
       77 EPIGRAFE PIC X(20) VALUE SPACES.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 FIN-MENU-SW PIC X VALUE "N".
           88 FIN-MENU VALUE "S".
       77 FIN-LISTADO-SW PIC X VALUE "N".
           MOVE CODIGO TO CM-CODIGO
           MOVE NOMBRE TO CM-NOMBRE
           MOVE "S" TO CM-ACTIVA
           MOVE SPACES TO CM-FISCAL
           WRITE CM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL CARGAR LA CATEGORIA " CODIGO
           DISPLAY "3 - DESACTIVAR CATEGORIA"
           DISPLAY "4 - REACTIVAR CATEGORIA"
           DISPLAY "5 - LISTAR CATEGORIAS"
           DISPLAY "6 - MARCA FISCAL (RENTA) DE UNA CATEGORIA"
           DISPLAY "0 - SALIR"
           ACCEPT OPCION.
           EVALUATE OPCION
                   PERFORM REACTIVAR-CATEGORIA
               WHEN 5
                   PERFORM LISTAR-CATEGORIAS
               WHEN 6
                   PERFORM MARCAR-CATEGORIA-FISCAL
               WHEN 0
                   SET FIN-MENU TO TRUE
               WHEN OTHER
           MOVE CODIGO TO CM-CODIGO
           MOVE NOMBRE TO CM-NOMBRE
           MOVE "S" TO CM-ACTIVA
           MOVE SPACES TO CM-FISCAL
           WRITE CM-REGISTRO
               INVALID KEY
                   DISPLAY "LA CATEGORIA " CODIGO " YA EXISTE"
                   END-REWRITE
           END-READ.

      ******************************************************************
      * Categoria que cuenta para la renta y epigrafe bajo el que se
      * agrupa en INFORME-RENTA. Varias categorias pueden compartir
      * epigrafe (por ejemplo dentista y farmacia en GASTOS MEDICOS).
      ******************************************************************
       MARCAR-CATEGORIA-FISCAL.
           DISPLAY "CODIGO DE LA CATEGORIA"
           ACCEPT CODIGO.
           MOVE CODIGO TO CM-CODIGO
           READ CATEGORIAS-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE LA CATEGORIA " CODIGO
                   EXIT PARAGRAPH
           END-READ.
           IF CM-CATEGORIA-FISCAL
               DISPLAY CM-NOMBRE " CUENTA PARA LA RENTA, EPIGRAFE "
                   CM-EPIGRAFE-FISCAL
           ELSE
               DISPLAY CM-NOMBRE " NO CUENTA PARA LA RENTA"
           END-IF.
           DISPLAY "CUENTA PARA LA RENTA (S/N)"
           ACCEPT RESPUESTA.
           IF RESP-SI
               DISPLAY "EPIGRAFE FISCAL (GASTOS MEDICOS, DONATIVOS, "
                   "VIVIENDA...)"
               ACCEPT EPIGRAFE
               IF EPIGRAFE = SPACES
                   DISPLAY "EL EPIGRAFE ES OBLIGATORIO, NO SE CAMBIA"
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO CM-FISCAL-SW
               MOVE EPIGRAFE TO CM-EPIGRAFE-FISCAL
           ELSE
               MOVE SPACES TO CM-FISCAL
           END-IF.
           REWRITE CM-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA MARCA FISCAL"
               NOT INVALID KEY
                   DISPLAY "CATEGORIA " CODIGO " ACTUALIZADA"
           END-REWRITE.

       LISTAR-CATEGORIAS.
           MOVE "N" TO FIN-LISTADO-SW
           MOVE 0 TO CM-CODIGO
           ELSE
               DISPLAY CM-CODIGO " " CM-NOMBRE " (DESACTIVADA)"
           END-IF.
           IF CM-CATEGORIA-FISCAL
               DISPLAY "   RENTA: " CM-EPIGRAFE-FISCAL
           END-IF.
           PERFORM LEER-SIGUIENTE-CATEGORIA.

       LEER-SIGUIENTE-CATEGORIA.
