      *                de actualizador en curso del menu: era letra
      *                muerta con llamadas sincronas y la proteccion
      *                real es el bloqueo del fichero BLOQUEOS.
      *   15/10/2026 - Opcion de lanzar a mano la cadena nocturna
      *                (CADENA-NOCTURNA) con el fichero CADENAP.
      *   15/10/2026 - Opcion de cierre y reapertura de un mes
      *                (CIERRE-MES). La opcion 2 anuncia tambien la
      *                anulacion de un movimiento.
      *   15/10/2026 - Opcion de importacion del extracto del banco en
      *                formato Norma 43 (IMPORTA-NORMA43).
      *   15/10/2026 - Opcion de conciliacion de la auditoria GASTOSA
      *                con el maestro (RECONCILIA-AUDITORIA).
      *   15/10/2026 - Opcion del dosier de gastos deducibles de la
      *                renta (INFORME-RENTA).
      *   15/10/2026 - Opcion de mantenimiento de prestamos e hipotecas
      *                (MANTENIMIENTO-PRESTAMOS).
      *   15/10/2026 - Opciones de mantenimiento de divisas y cambios de
      *                referencia (MANTENIMIENTO-DIVISAS) y del informe
      *                de gastos en divisas (INFORME-DIVISAS).
      *   15/10/2026 - Opcion del informe de duplicados e importes fuera
      *                de lo normal (INFORME-ANOMALIAS).
      ******************************************************************

       IDENTIFICATION DIVISION.
           DISPLAY "MENU PRINCIPAL DE CONTROL DE GASTOS"
           DISPLAY "========================================"
           DISPLAY " 1 - ENTRADA O REANUDACION DE UN MES"
           DISPLAY " 2 - CORRECCION O ANULACION DE UN MOVIMIENTO"
           DISPLAY " 3 - TRASPASO ENTRE CUENTAS"
           DISPLAY " 4 - CARGA DEL EXTRACTO DEL BANCO"
           DISPLAY " 5 - INFORME DE GASTOS"
           DISPLAY "18 - BUSQUEDA DE MOVIMIENTOS"
           DISPLAY "19 - PREVISION DE FIN DE MES Y FIN DE ANIO"
           DISPLAY "20 - LIQUIDACION DE GASTOS COMPARTIDOS"
           DISPLAY "21 - CADENA NOCTURNA (PASOS DE CADENAP)"
           DISPLAY "22 - CIERRE Y REAPERTURA DE UN MES"
           DISPLAY "23 - IMPORTACION DEL EXTRACTO NORMA 43"
           DISPLAY "24 - CONCILIACION DE LA AUDITORIA CON EL MAESTRO"
           DISPLAY "25 - DOSIER DE LA RENTA DE UN EJERCICIO"
           DISPLAY "26 - MANTENIMIENTO DE PRESTAMOS E HIPOTECAS"
           DISPLAY "27 - MANTENIMIENTO DE DIVISAS Y CAMBIOS"
           DISPLAY "28 - INFORME DE GASTOS EN DIVISAS"
           DISPLAY "29 - DUPLICADOS E IMPORTES FUERA DE LO NORMAL"
           DISPLAY " 0 - SALIR"
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 20
                   MOVE "LIQUIDA-COMPARTIDOS" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 21
                   MOVE "CADENA-NOCTURNA" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 22
                   MOVE "CIERRE-MES" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 23
                   MOVE "IMPORTA-NORMA43" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 24
                   MOVE "RECONCILIA-AUDITORIA" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 25
                   MOVE "INFORME-RENTA" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 26
                   MOVE "MANTENIMIENTO-PRESTAMOS" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 27
                   MOVE "MANTENIMIENTO-DIVISAS" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 28
                   MOVE "INFORME-DIVISAS" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 29
                   MOVE "INFORME-ANOMALIAS" TO PROGRAMA-A-LLAMAR
                   PERFORM LLAMAR-PROGRAMA
               WHEN 0
                   SET FIN-MENU TO TRUE
               WHEN OTHER
