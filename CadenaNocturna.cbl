      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Cadena nocturna desatendida. Lee del fichero de
      *          parametros CADENAP la lista de pasos (programa de la
      *          suite y sus respuestas: cuenta, anio, mes, inicial,
      *          reparto, modo y generacion) y los lanza uno detras
      *          de otro sin teclado, pasando las respuestas por el
      *          area comun LOTEREG. Cada paso deja en el diario
      *          CADENAL su hora de inicio y fin, los contadores y el
      *          resultado. Si un paso falla (bloqueo denegado, falta
      *          el EXTRACTO, la verificacion encuentra
      *          discrepancias...) la cadena se detiene ahi y anota
      *          en CADENAR el ultimo paso terminado: la siguiente
      *          ejecucion, sea del dia que sea, salta los pasos ya
      *          hechos (y los movimientos que ya cargaron) y arranca
      *          en el que fallo, con el anio y el mes actuales de la
      *          ejecucion que fallo. Para repetir la cadena entera
      *          basta borrar CADENAR.
      *          Formato de cada linea de CADENAP (columnas fijas, las
      *          lineas que empiezan por * o en blanco se ignoran):
      *            01-02 numero de paso (creciente)
      *            04-23 programa (CARGA-EXTRACTO, VERIFICA-SALDOS,
      *                  COPIA-SEGURIDAD, INFORME-GASTOS,
      *                  EXPORTA-MOVIMIENTOS, IMPORTA-NORMA43)
      *            25-26 cuenta           28-31 anio (0000 = el actual)
      *            33-34 mes (99 = el actual)
      *            36    inicial          38    reparto (C/P)
      *            40    modo (I/R)       42    generacion (0-9)
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      *   15/10/2026 - IMPORTA-NORMA43 puede ser un paso de la cadena,
      *                delante de CARGA-EXTRACTO.
      *   15/10/2026 - Al reanudar, el anio 0000 y el mes 99 de CADENAP
      *                se toman de la fecha de la ejecucion que fallo
      *                (RC-FECHA), que se conserva hasta que la cadena
      *                termina aunque se relance otro dia.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-NOCTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-CADENA ASSIGN TO "CADENAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-ESTADO.

           SELECT DIARIO-CADENA ASSIGN TO "CADENAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-ESTADO.

           SELECT REANUDACION-CADENA ASSIGN TO "CADENAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-ESTADO-FICHERO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-CADENA.
       01  PC-REGISTRO.
           05  PC-PASO PIC 99.
           05  FILLER PIC X.
           05  PC-PROGRAMA PIC X(20).
           05  FILLER PIC X.
           05  PC-CUENTA PIC 99.
           05  FILLER PIC X.
           05  PC-ANIO PIC 9(4).
           05  FILLER PIC X.
           05  PC-MES PIC 99.
           05  FILLER PIC X.
           05  PC-PERSONA PIC X.
           05  FILLER PIC X.
           05  PC-REPARTO PIC X.
           05  FILLER PIC X.
           05  PC-MODO PIC X.
           05  FILLER PIC X.
           05  PC-GENERACION PIC 9.
           05  FILLER PIC X(38).
       01  PC-LINEA PIC X(80).

       FD  DIARIO-CADENA.
       01  DC-LINEA PIC X(80).

       FD  REANUDACION-CADENA.
       01  RC-REGISTRO.
           05  RC-ESTADO PIC X.
               88  RC-CADENA-TERMINADA VALUE "T".
               88  RC-CADENA-EN-CURSO VALUE "E".
               88  RC-CADENA-DETENIDA VALUE "F".
           05  RC-ULTIMO-PASO PIC 99.
           05  RC-FECHA PIC 9(8).
           05  RC-HORA PIC 9(6).

       WORKING-STORAGE SECTION.
       77 PC-ESTADO PIC XX VALUE "00".
       77 DC-ESTADO PIC XX VALUE "00".
       77 RC-ESTADO-FICHERO PIC XX VALUE "00".
       77 FIN-PARAMETROS-SW PIC X VALUE "N".
           88 FIN-PARAMETROS VALUE "S".
       77 PARAMETROS-ERRONEOS-SW PIC X VALUE "N".
           88 PARAMETROS-ERRONEOS VALUE "S".
       77 CADENA-PARADA-SW PIC X VALUE "N".
           88 CADENA-PARADA VALUE "S".
       77 HAY-DIARIO-SW PIC X VALUE "N".
           88 HAY-DIARIO VALUE "S".
       77 CUANTOS-PASOS PIC 99 COMP VALUE 0.
       77 PASO-ANTERIOR PIC 99 VALUE 0.
       77 PASO-YA-HECHO PIC 99 VALUE 0.
       77 ULTIMO-PASO-CORRECTO PIC 99 VALUE 0.
       77 PASO-FALLIDO PIC 99 VALUE 0.
       77 PASOS-EJECUTADOS PIC 99 COMP VALUE 0.
       77 PASOS-OMITIDOS PIC 99 COMP VALUE 0.
       77 LINEA-PARAMETROS PIC 9(4) VALUE 0.
       77 FECHA-HOY PIC 9(8) VALUE 0.
       77 FECHA-CADENA PIC 9(8) VALUE 0.
       77 HORA-INICIO-PASO PIC 9(6) VALUE 0.
       77 PROGRAMA-A-LLAMAR PIC X(30) VALUE SPACES.

       01  FECHA-HOY-PARTES.
           05  FHP-ANIO PIC 9(4).
           05  FHP-MES PIC 99.
           05  FHP-DIA PIC 99.

       01  HORA-AHORA.
           05  HORA-HHMMSS PIC 9(6).
           05  FILLER PIC 99.

      ******************************************************************
      * Pasos leidos de CADENAP, ya validados, en el orden del fichero
      ******************************************************************
       01  PASO-TABLA.
           05  PASO-ELEMENTO OCCURS 30 TIMES INDEXED BY PASO-IDX.
               10  PT-PASO PIC 99 VALUE 0.
               10  PT-PROGRAMA PIC X(20) VALUE SPACES.
               10  PT-CUENTA PIC 99 VALUE 0.
               10  PT-ANIO PIC 9(4) VALUE 0.
               10  PT-MES PIC 99 VALUE 0.
               10  PT-PERSONA PIC X VALUE SPACE.
               10  PT-REPARTO PIC X VALUE SPACE.
               10  PT-MODO PIC X VALUE SPACE.
               10  PT-GENERACION PIC 9 VALUE 0.

      ******************************************************************
      * Lineas del diario CADENAL
      ******************************************************************
       01  LIN-CABECERA.
           05  FILLER PIC X(24) VALUE "CADENA NOCTURNA DEL DIA ".
           05  LC-FECHA PIC 9(8).
           05  FILLER PIC X(13) VALUE " INICIADA A  ".
           05  LC-HORA PIC 9(6).

       01  LIN-PASO.
           05  FILLER PIC X(5) VALUE "PASO ".
           05  LP-PASO PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LP-PROGRAMA PIC X(20).
           05  FILLER PIC X(8) VALUE " INICIO ".
           05  LP-INICIO PIC 9(6).
           05  FILLER PIC X(5) VALUE " FIN ".
           05  LP-FIN PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  LP-RESULTADO PIC X(10).

       01  LIN-CONTADORES.
           05  FILLER PIC X(15) VALUE "        LEIDOS ".
           05  LCO-LEIDOS PIC ZZZZZ9.
           05  FILLER PIC X(10) VALUE " GRABADOS ".
           05  LCO-GRABADOS PIC ZZZZZ9.
           05  FILLER PIC X(13) VALUE " INCIDENCIAS ".
           05  LCO-INCIDENCIAS PIC ZZZZZ9.

       01  LIN-MENSAJE.
           05  FILLER PIC X(8) VALUE SPACES.
           05  LM-TEXTO PIC X(72).

       01  LIN-PIE.
           05  LPI-TEXTO PIC X(37).
           05  LPI-PASO PIC 99.
           05  FILLER PIC X(4) VALUE " A  ".
           05  LPI-HORA PIC 9(6).

           COPY "LOTEREG.CPY".

       PROCEDURE DIVISION.
       INICIO-CADENA.
           DISPLAY "CADENA NOCTURNA DE PROCESOS POR LOTES"
           MOVE "N" TO LOTE-ACTIVO-SW
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-AHORA FROM TIME
           MOVE FECHA-HOY TO FECHA-CADENA
           PERFORM ABRIR-DIARIO.
           MOVE FECHA-HOY TO LC-FECHA
           MOVE HORA-HHMMSS TO LC-HORA
           MOVE LIN-CABECERA TO DC-LINEA
           PERFORM ESCRIBIR-DIARIO.

           PERFORM LEER-REANUDACION.
           MOVE FECHA-CADENA TO FECHA-HOY-PARTES
           PERFORM CARGAR-PARAMETROS.
           IF PARAMETROS-ERRONEOS OR CUANTOS-PASOS = 0
               IF CUANTOS-PASOS = 0 AND NOT PARAMETROS-ERRONEOS
                   MOVE "NO HAY PASOS EN CADENAP" TO LM-TEXTO
                   PERFORM ESCRIBIR-MENSAJE
               END-IF
               MOVE "PARAMETROS NO VALIDOS, NO SE EJECUTA NINGUN PASO"
                   TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               PERFORM FIN-CADENA
           END-IF.

           MOVE PASO-YA-HECHO TO ULTIMO-PASO-CORRECTO
           PERFORM EJECUTAR-PASO
               VARYING PASO-IDX FROM 1 BY 1
               UNTIL PASO-IDX > CUANTOS-PASOS OR CADENA-PARADA.

           ACCEPT HORA-AHORA FROM TIME
           MOVE HORA-HHMMSS TO LPI-HORA
           IF CADENA-PARADA
               MOVE "F" TO RC-ESTADO
               PERFORM GRABAR-REANUDACION
               MOVE "CADENA DETENIDA POR FALLO EN EL PASO "
                   TO LPI-TEXTO
               MOVE PASO-FALLIDO TO LPI-PASO
               MOVE LIN-PIE TO DC-LINEA
               PERFORM ESCRIBIR-DIARIO
               MOVE "AL RELANZARLA SE REANUDA DESDE ESE PASO"
                   TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "T" TO RC-ESTADO
               PERFORM GRABAR-REANUDACION
               MOVE "CADENA TERMINADA, ULTIMO PASO "
                   TO LPI-TEXTO
               MOVE ULTIMO-PASO-CORRECTO TO LPI-PASO
               MOVE LIN-PIE TO DC-LINEA
               PERFORM ESCRIBIR-DIARIO
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "PASOS EJECUTADOS: " PASOS-EJECUTADOS
               " OMITIDOS POR REANUDACION: " PASOS-OMITIDOS
           PERFORM FIN-CADENA.

       ABRIR-DIARIO.
           OPEN EXTEND DIARIO-CADENA.
           IF DC-ESTADO = "35"
               OPEN OUTPUT DIARIO-CADENA
               CLOSE DIARIO-CADENA
               OPEN EXTEND DIARIO-CADENA
           END-IF.
           IF DC-ESTADO = "00"
               SET HAY-DIARIO TO TRUE
           ELSE
               DISPLAY "NO SE PUEDE ABRIR EL DIARIO CADENAL, ESTADO "
                   DC-ESTADO ", SE ANOTA SOLO EN PANTALLA"
           END-IF.

       ESCRIBIR-DIARIO.
           DISPLAY DC-LINEA
           IF HAY-DIARIO
               WRITE DC-LINEA
               IF DC-ESTADO NOT = "00"
                   DISPLAY "ERROR AL ESCRIBIR EN CADENAL, ESTADO "
                       DC-ESTADO
               END-IF
           END-IF.

       ESCRIBIR-MENSAJE.
           MOVE LIN-MENSAJE TO DC-LINEA
           PERFORM ESCRIBIR-DIARIO.

      ******************************************************************
      * Lectura y validacion de todo CADENAP antes de lanzar nada: un
      * error de escritura en el paso 5 no debe descubrirse despues
      * de haber cargado el extracto en el paso 1.
      ******************************************************************
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-CADENA.
           IF PC-ESTADO NOT = "00"
               MOVE "NO SE ENCUENTRA EL FICHERO DE PARAMETROS CADENAP"
                   TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               SET PARAMETROS-ERRONEOS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-PARAMETRO.
           PERFORM ANOTAR-PARAMETRO UNTIL FIN-PARAMETROS.
           CLOSE PARAMETROS-CADENA.

       LEER-PARAMETRO.
           READ PARAMETROS-CADENA
               AT END
                   SET FIN-PARAMETROS TO TRUE
               NOT AT END
                   ADD 1 TO LINEA-PARAMETROS
           END-READ.

       ANOTAR-PARAMETRO.
           IF PC-LINEA = SPACES OR PC-LINEA (1:1) = "*"
               PERFORM LEER-PARAMETRO
               EXIT PARAGRAPH
           END-IF.
           IF PC-PASO NOT NUMERIC OR PC-CUENTA NOT NUMERIC
               OR PC-ANIO NOT NUMERIC OR PC-MES NOT NUMERIC
               OR PC-GENERACION NOT NUMERIC
               PERFORM RECHAZAR-PARAMETRO
               MOVE "  CAMPO NUMERICO NO VALIDO" TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               PERFORM LEER-PARAMETRO
               EXIT PARAGRAPH
           END-IF.
           IF PC-PASO NOT > PASO-ANTERIOR
               PERFORM RECHAZAR-PARAMETRO
               MOVE "  LOS PASOS DEBEN IR EN ORDEN CRECIENTE"
                   TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               PERFORM LEER-PARAMETRO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE PC-PROGRAMA
               WHEN "CARGA-EXTRACTO"
               WHEN "VERIFICA-SALDOS"
               WHEN "COPIA-SEGURIDAD"
               WHEN "INFORME-GASTOS"
               WHEN "EXPORTA-MOVIMIENTOS"
               WHEN "IMPORTA-NORMA43"
                   CONTINUE
               WHEN OTHER
                   PERFORM RECHAZAR-PARAMETRO
                   MOVE "  PROGRAMA NO PREPARADO PARA LA CADENA"
                       TO LM-TEXTO
                   PERFORM ESCRIBIR-MENSAJE
                   PERFORM LEER-PARAMETRO
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF PC-MES NOT = 99 AND PC-MES > 12
               PERFORM RECHAZAR-PARAMETRO
               MOVE "  MES NO VALIDO" TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               PERFORM LEER-PARAMETRO
               EXIT PARAGRAPH
           END-IF.
           IF CUANTOS-PASOS = 30
               PERFORM RECHAZAR-PARAMETRO
               MOVE "  MAS DE 30 PASOS EN LA CADENA" TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
               PERFORM LEER-PARAMETRO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CUANTOS-PASOS
           SET PASO-IDX TO CUANTOS-PASOS
           MOVE PC-PASO TO PT-PASO (PASO-IDX)
           MOVE PC-PROGRAMA TO PT-PROGRAMA (PASO-IDX)
           MOVE PC-CUENTA TO PT-CUENTA (PASO-IDX)
           IF PC-ANIO = 0
               MOVE FHP-ANIO TO PT-ANIO (PASO-IDX)
           ELSE
               MOVE PC-ANIO TO PT-ANIO (PASO-IDX)
           END-IF.
           IF PC-MES = 99
               MOVE FHP-MES TO PT-MES (PASO-IDX)
           ELSE
               MOVE PC-MES TO PT-MES (PASO-IDX)
           END-IF.
           MOVE PC-PERSONA TO PT-PERSONA (PASO-IDX)
           MOVE PC-REPARTO TO PT-REPARTO (PASO-IDX)
           MOVE PC-MODO TO PT-MODO (PASO-IDX)
           MOVE PC-GENERACION TO PT-GENERACION (PASO-IDX)
           MOVE PC-PASO TO PASO-ANTERIOR
           PERFORM LEER-PARAMETRO.

       RECHAZAR-PARAMETRO.
           SET PARAMETROS-ERRONEOS TO TRUE
           MOVE SPACES TO LM-TEXTO
           STRING "LINEA " LINEA-PARAMETROS " DE CADENAP NO VALIDA: "
               PC-LINEA (1:40)
               DELIMITED BY SIZE INTO LM-TEXTO
           END-STRING.
           PERFORM ESCRIBIR-MENSAJE.

      ******************************************************************
      * Punto de reanudacion CADENAR: si la ultima ejecucion no
      * termino (fallo de un paso o corte a mitad de uno) los pasos
      * hasta RC-ULTIMO-PASO ya estan hechos y no se repiten, aunque
      * se relance otro dia. La cadena reanudada sigue siendo la del
      * dia RC-FECHA: de esa fecha salen el anio y el mes actuales de
      * CADENAP y esa fecha se vuelve a grabar hasta que termina.
      ******************************************************************
       LEER-REANUDACION.
           MOVE 0 TO PASO-YA-HECHO
           OPEN INPUT REANUDACION-CADENA.
           IF RC-ESTADO-FICHERO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ REANUDACION-CADENA
               AT END
                   MOVE "T" TO RC-ESTADO
           END-READ.
           CLOSE REANUDACION-CADENA.
           IF NOT RC-CADENA-TERMINADA AND RC-ULTIMO-PASO NUMERIC
               AND RC-FECHA NUMERIC
               MOVE RC-ULTIMO-PASO TO PASO-YA-HECHO
               MOVE RC-FECHA TO FECHA-CADENA
               MOVE SPACES TO LM-TEXTO
               STRING "SE REANUDA LA CADENA DEL " RC-FECHA " "
                   RC-HORA ", HECHA HASTA EL PASO " RC-ULTIMO-PASO
                   DELIMITED BY SIZE INTO LM-TEXTO
               END-STRING
               PERFORM ESCRIBIR-MENSAJE
               IF FECHA-CADENA NOT = FECHA-HOY
                   MOVE SPACES TO LM-TEXTO
                   STRING "ANIO Y MES ACTUALES DE CADENAP SEGUN EL "
                       FECHA-CADENA
                       DELIMITED BY SIZE INTO LM-TEXTO
                   END-STRING
                   PERFORM ESCRIBIR-MENSAJE
               END-IF
           END-IF.

       GRABAR-REANUDACION.
           MOVE ULTIMO-PASO-CORRECTO TO RC-ULTIMO-PASO
           MOVE FECHA-CADENA TO RC-FECHA
           MOVE HORA-HHMMSS TO RC-HORA
           OPEN OUTPUT REANUDACION-CADENA.
           IF RC-ESTADO-FICHERO NOT = "00"
               DISPLAY "NO SE PUEDE GRABAR CADENAR, ESTADO "
                   RC-ESTADO-FICHERO
               EXIT PARAGRAPH
           END-IF.
           WRITE RC-REGISTRO.
           CLOSE REANUDACION-CADENA.

      ******************************************************************
      * Un paso: respuestas al area LOTEREG, CALL y CANCEL como en
      * MENU-GASTOS, y anotacion del resultado en el diario.
      ******************************************************************
       EJECUTAR-PASO.
           IF PT-PASO (PASO-IDX) NOT > PASO-YA-HECHO
               ADD 1 TO PASOS-OMITIDOS
               MOVE SPACES TO LM-TEXTO
               STRING "PASO " PT-PASO (PASO-IDX) " "
                   PT-PROGRAMA (PASO-IDX)
                   " OMITIDO, TERMINADO EN LA EJECUCION ANTERIOR"
                   DELIMITED BY SIZE INTO LM-TEXTO
               END-STRING
               PERFORM ESCRIBIR-MENSAJE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT HORA-AHORA FROM TIME
           MOVE "E" TO RC-ESTADO
           PERFORM GRABAR-REANUDACION.
           MOVE HORA-HHMMSS TO HORA-INICIO-PASO

           MOVE PT-CUENTA (PASO-IDX) TO LOTE-CUENTA
           MOVE PT-ANIO (PASO-IDX) TO LOTE-ANIO
           MOVE PT-MES (PASO-IDX) TO LOTE-MES
           MOVE PT-PERSONA (PASO-IDX) TO LOTE-PERSONA
           MOVE PT-REPARTO (PASO-IDX) TO LOTE-REPARTO
           MOVE PT-MODO (PASO-IDX) TO LOTE-MODO
           MOVE PT-GENERACION (PASO-IDX) TO LOTE-GENERACION
           MOVE 0 TO LOTE-RESULTADO
           MOVE 0 TO LOTE-LEIDOS
           MOVE 0 TO LOTE-GRABADOS
           MOVE 0 TO LOTE-INCIDENCIAS
           MOVE SPACES TO LOTE-MENSAJE
           MOVE "S" TO LOTE-ACTIVO-SW

           MOVE PT-PROGRAMA (PASO-IDX) TO PROGRAMA-A-LLAMAR
           DISPLAY "---- PASO " PT-PASO (PASO-IDX) " "
               PROGRAMA-A-LLAMAR
           CALL PROGRAMA-A-LLAMAR
               ON EXCEPTION
                   MOVE 1 TO LOTE-RESULTADO
                   MOVE "NO SE ENCUENTRA EL PROGRAMA" TO LOTE-MENSAJE
           END-CALL.
           CANCEL PROGRAMA-A-LLAMAR.
           MOVE "N" TO LOTE-ACTIVO-SW
           ADD 1 TO PASOS-EJECUTADOS

           ACCEPT HORA-AHORA FROM TIME
           MOVE PT-PASO (PASO-IDX) TO LP-PASO
           MOVE PT-PROGRAMA (PASO-IDX) TO LP-PROGRAMA
           MOVE HORA-INICIO-PASO TO LP-INICIO
           MOVE HORA-HHMMSS TO LP-FIN
           IF LOTE-PASO-CORRECTO
               MOVE "CORRECTO" TO LP-RESULTADO
           ELSE
               MOVE "FALLIDO" TO LP-RESULTADO
           END-IF.
           MOVE LIN-PASO TO DC-LINEA
           PERFORM ESCRIBIR-DIARIO.
           MOVE LOTE-LEIDOS TO LCO-LEIDOS
           MOVE LOTE-GRABADOS TO LCO-GRABADOS
           MOVE LOTE-INCIDENCIAS TO LCO-INCIDENCIAS
           MOVE LIN-CONTADORES TO DC-LINEA
           PERFORM ESCRIBIR-DIARIO.
           IF LOTE-MENSAJE NOT = SPACES
               MOVE LOTE-MENSAJE TO LM-TEXTO
               PERFORM ESCRIBIR-MENSAJE
           END-IF.

           IF LOTE-PASO-CORRECTO
               MOVE PT-PASO (PASO-IDX) TO ULTIMO-PASO-CORRECTO
               MOVE "E" TO RC-ESTADO
               PERFORM GRABAR-REANUDACION
           ELSE
               MOVE PT-PASO (PASO-IDX) TO PASO-FALLIDO
               SET CADENA-PARADA TO TRUE
           END-IF.

       FIN-CADENA.
           IF HAY-DIARIO
               CLOSE DIARIO-CADENA
           END-IF.
           GOBACK.
       END PROGRAM CADENA-NOCTURNA.
