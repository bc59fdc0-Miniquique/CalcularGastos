      *                solitario.
      *   03/09/2026 - Columnas PERSONA y REPARTO en la extraccion,
      *                acordes con los campos nuevos de GASTOREG.
      *   15/10/2026 - Puede lanzarse desde la cadena nocturna
      *                CADENA-NOCTURNA: con LOTE-ACTIVO anio, mes y
      *                cuenta salen del area LOTEREG y se devuelve el
      *                numero de lineas exportadas.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 IMPORTE-EDITADO PIC +9(6).99 VALUE ZERO.
       77 SALDO-EDITADO PIC +9(6).99 VALUE ZERO.

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-EXPORTACION.
           DISPLAY "EXPORTACION DE MOVIMIENTOS PARA HOJA DE CALCULO"
           IF LOTE-ACTIVO
               MOVE LOTE-ANIO TO ANIO-EXPORTA
               MOVE LOTE-MES TO MES-EXPORTA
               MOVE LOTE-CUENTA TO CUENTA-EXPORTA
           ELSE
               DISPLAY "INTRODUCE EL ANIO A EXPORTAR"
               ACCEPT ANIO-EXPORTA
               DISPLAY "INTRODUCE EL MES A EXPORTAR (0 = ANIO "
                   "COMPLETO)"
               ACCEPT MES-EXPORTA
               DISPLAY "INTRODUCE LA CUENTA A EXPORTAR (0 = TODAS)"
               ACCEPT CUENTA-EXPORTA
           END-IF.

           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO NOT = "00"
               DISPLAY "NO HAY MOVIMIENTOS GRABADOS TODAVIA"
               IF LOTE-ACTIVO
                   MOVE 1 TO LOTE-RESULTADO
                   MOVE "NO SE PUEDE ABRIR GASTOSM" TO LOTE-MENSAJE
               END-IF
               GOBACK
           END-IF.
           OPEN INPUT CATEGORIAS-MAESTRO.
           IF EX-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL FICHERO DE EXPORTACION, "
                   "ESTADO " EX-ESTADO
               IF LOTE-ACTIVO
                   MOVE 1 TO LOTE-RESULTADO
                   MOVE "NO SE PUEDE CREAR EL FICHERO EXPORTMV"
                       TO LOTE-MENSAJE
               END-IF
               CLOSE GASTOS-MAESTRO
               GOBACK
           END-IF.
               CLOSE CATEGORIAS-MAESTRO
           END-IF.
           CLOSE FICHERO-EXPORTACION.
           IF LOTE-ACTIVO
               MOVE LINEAS-EXPORTADAS TO LOTE-GRABADOS
           END-IF.
           GOBACK.

       ESCRIBIR-CABECERA.
