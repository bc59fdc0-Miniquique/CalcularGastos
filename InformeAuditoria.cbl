      *                devolver el control cuando lo llama el menu
      *                MENU-GASTOS y seguir funcionando igual en
      *                solitario.
      *   15/10/2026 - Muestra las anulaciones (operacion B, origen N)
      *                con la imagen completa del movimiento anulado,
      *                la inicial de quien hizo cada cambio y la
      *                PERSONA/REPARTO antes y despues.
      *   15/10/2026 - Origen Q: cuota de prestamo anotada al abrir el
      *                mes.
      *   15/10/2026 - Origen E (carga del extracto del banco).
      ******************************************************************

       IDENTIFICATION DIVISION.
                   DISPLAY "  ALTA AUTOMATICA DE MOVIMIENTO FIJO"
               WHEN AU-ORIGEN-TRASPASO
                   DISPLAY "  TRASPASO ENTRE CUENTAS"
               WHEN AU-ORIGEN-ANULACION
                   DISPLAY "  ANULACION DEL MOVIMIENTO"
               WHEN AU-ORIGEN-PRESTAMO
                   DISPLAY "  ALTA AUTOMATICA DE CUOTA DE PRESTAMO"
               WHEN AU-ORIGEN-EXTRACTO
                   DISPLAY "  ALTA POR CARGA DEL EXTRACTO DEL BANCO"
               WHEN OTHER
                   DISPLAY "  ORIGEN DESCONOCIDO " AU-ORIGEN
           END-EVALUATE.
           IF AU-USUARIO NOT = SPACE
               DISPLAY "  HECHO POR: " AU-USUARIO
           END-IF.
           IF AU-CORRECCION OR AU-ANULACION
               DISPLAY "  ANTES  : CATEGORIA " AU-CATEGORIA-ANTES
                   " " AU-DESCRIPCION-ANTES
                   " IMPORTE " AU-MOVIMIENTO-ANTES
                   " SALDO " AU-SALDO-ANTES
                   " PERSONA " AU-PERSONA-ANTES
                   " REPARTO " AU-REPARTO-ANTES
           END-IF.
           IF AU-ANULACION
               DISPLAY "  DESPUES: MOVIMIENTO ANULADO, YA NO EXISTE"
           ELSE
               DISPLAY "  DESPUES: CATEGORIA " AU-CATEGORIA-DESPUES
                   " " AU-DESCRIPCION-DESPUES
                   " IMPORTE " AU-MOVIMIENTO-DESPUES
                   " SALDO " AU-SALDO-DESPUES
                   " PERSONA " AU-PERSONA-DESPUES
                   " REPARTO " AU-REPARTO-DESPUES
           END-IF.
       END PROGRAM INFORME-AUDITORIA.
