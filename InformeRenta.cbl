      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Dosier de gastos deducibles para la declaracion de la
      *          renta de un ejercicio. Lee los movimientos del anio
      *          del maestro GASTOSM y del historico GASTOSH (los
      *          ejercicios ya cerrados con CIERRE-ANUAL) cuya
      *          categoria esta marcada como fiscal en CATEGM, los
      *          agrupa por epigrafe fiscal y graba en el fichero de
      *          impresion RENTA, para la carpeta de los justificantes:
      *            - cada movimiento con su fecha, cuenta, categoria,
      *              concepto, persona, reparto e importe;
      *            - el total del epigrafe por PERSONA y cuenta, y por
      *              persona;
      *            - el resumen final de todos los epigrafes.
      *          Los movimientos de una categoria fiscal sin PERSONA
      *          no se pueden llevar a ninguna de las dos
      *          declaraciones: se marcan en el detalle, se suman
      *          aparte y se avisan por pantalla.
      *          El fichero de trabajo RENTAW ordena los movimientos
      *          por epigrafe y se rehace en cada pasada.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RENTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GASTOS-MAESTRO ASSIGN TO "GASTOSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CLAVE
               FILE STATUS IS GM-ESTADO.

           SELECT GASTOS-HISTORICO ASSIGN TO "GASTOSH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CLAVE
               FILE STATUS IS GH-ESTADO.

           SELECT CATEGORIAS-MAESTRO ASSIGN TO "CATEGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS CM-ESTADO.

           SELECT RENTA-TRABAJO ASSIGN TO "RENTAW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CLAVE
               FILE STATUS IS RW-ESTADO.

           SELECT FICHERO-LISTADO ASSIGN TO "RENTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  GASTOS-HISTORICO.
           COPY "GASTOREG.CPY" REPLACING LEADING ==GM== BY ==GH==.

       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".

      ******************************************************************
      * Un movimiento fiscal del ejercicio, ordenado por epigrafe.
      * RW-FUENTE: M maestro, H historico. Un mismo movimiento en los
      * dos ficheros da clave duplicada y se avisa en vez de sumarlo
      * dos veces.
      ******************************************************************
       FD  RENTA-TRABAJO.
       01  RW-REGISTRO.
           05  RW-CLAVE.
               10  RW-EPIGRAFE PIC X(20).
               10  RW-CUENTA PIC 99.
               10  RW-MES PIC 99.
               10  RW-DIA PIC 99.
               10  RW-SECUENCIA PIC 99.
           05  RW-FUENTE PIC X.
           05  RW-CATEGORIA PIC 99.
           05  RW-DESCRIPCION PIC X(20).
           05  RW-IMPORTE PIC S9(6)V99.
           05  RW-PERSONA PIC X.
           05  RW-REPARTO PIC X.

       FD  FICHERO-LISTADO.
       01  LST-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       77 GM-ESTADO PIC XX VALUE "00".
       77 GH-ESTADO PIC XX VALUE "00".
       77 CM-ESTADO PIC XX VALUE "00".
       77 RW-ESTADO PIC XX VALUE "00".
       77 LS-ESTADO PIC XX VALUE "00".
       77 HAY-MAESTRO-SW PIC X VALUE "N".
           88 HAY-MAESTRO VALUE "S".
       77 HAY-HISTORICO-SW PIC X VALUE "N".
           88 HAY-HISTORICO VALUE "S".
       77 HAY-LISTADO-SW PIC X VALUE "N".
           88 HAY-LISTADO VALUE "S".
       77 EJERCICIO PIC 9(4) VALUE 0.
       77 CUENTA-INFORME PIC 99 VALUE 0.
       77 FIN-FICHERO-SW PIC X VALUE "N".
           88 FIN-FICHERO VALUE "S".
       77 CATEGORIAS-FISCALES PIC 99 VALUE 0.
       77 MOVIMIENTOS-FISCALES PIC 9(6) COMP VALUE 0.
       77 MOVIMIENTOS-SIN-PERSONA PIC 9(6) COMP VALUE 0.
       77 EPIGRAFE-ANTERIOR PIC X(20) VALUE SPACES.
       77 TOTAL-EPIGRAFE PIC S9(7)V99 COMP-3 VALUE 0.
       77 SIN-PERSONA-EPIGRAFE PIC S9(7)V99 COMP-3 VALUE 0.
       77 LINEAS-POR-PAGINA PIC 99 VALUE 60.
       77 LINEA-ACTUAL PIC 99 VALUE 99.
       77 PAGINA PIC 9(4) VALUE 0.
       77 IMPORTE-EDITADO PIC -Z(6)9.99 VALUE ZERO.

      ******************************************************************
      * Categorias por codigo: marca y epigrafe fiscal y nombre.
      ******************************************************************
       01  FIS-TABLA.
           05  FIS-ELEMENTO OCCURS 99 TIMES INDEXED BY FIS-IDX.
               10  FIS-MARCA PIC X.
                   88  FIS-CATEGORIA-FISCAL VALUE "S".
               10  FIS-EPIGRAFE PIC X(20).
               10  FIS-NOMBRE PIC X(20).

      ******************************************************************
      * Totales del epigrafe en curso por persona y cuenta, y por
      * persona; y resumen de todos los epigrafes del ejercicio.
      ******************************************************************
       01  TPC-TABLA.
           05  TPC-USADOS PIC 99 COMP VALUE 0.
           05  TPC-ELEMENTO OCCURS 40 TIMES INDEXED BY TPC-IDX.
               10  TPC-PERSONA PIC X.
               10  TPC-CUENTA PIC 99.
               10  TPC-MOVIMIENTOS PIC 9(5) COMP.
               10  TPC-TOTAL PIC S9(7)V99 COMP-3.

       01  TPE-TABLA.
           05  TPE-USADOS PIC 99 COMP VALUE 0.
           05  TPE-ELEMENTO OCCURS 10 TIMES INDEXED BY TPE-IDX.
               10  TPE-PERSONA PIC X.
               10  TPE-TOTAL PIC S9(7)V99 COMP-3.

       01  EPI-TABLA.
           05  EPI-USADOS PIC 99 COMP VALUE 0.
           05  EPI-ELEMENTO OCCURS 30 TIMES INDEXED BY EPI-IDX.
               10  EPI-NOMBRE PIC X(20).
               10  EPI-TOTAL PIC S9(7)V99 COMP-3.
               10  EPI-SIN-PERSONA PIC S9(7)V99 COMP-3.

      ******************************************************************
      * Lineas del fichero de impresion RENTA.
      ******************************************************************
       01  LST-CABECERA-INFORME.
           05  FILLER PIC X(33)
               VALUE "DOSIER DE LA RENTA DEL EJERCICIO ".
           05  LST-CAB-EJERCICIO PIC 9(4).
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "PAGINA ".
           05  LST-CAB-PAGINA PIC ZZZ9.

       01  LST-CABECERA-COLUMNAS.
           05  FILLER PIC X(11) VALUE "FECHA".
           05  FILLER PIC X(3) VALUE "CT ".
           05  FILLER PIC X(21) VALUE "CATEGORIA".
           05  FILLER PIC X(21) VALUE "CONCEPTO".
           05  FILLER PIC X(4) VALUE "P R ".
           05  FILLER PIC X(10) VALUE "   IMPORTE".

       01  LST-EPIGRAFE.
           05  FILLER PIC X(10) VALUE "EPIGRAFE: ".
           05  LST-EPI-NOMBRE PIC X(20).

       01  LST-DETALLE.
           05  LST-DET-DIA PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DET-MES PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DET-ANIO PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CUENTA PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CATEGORIA PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CONCEPTO PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-PERSONA PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-REPARTO PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-IMPORTE PIC +Z(5)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-AVISO PIC X(8).

       01  LST-TOTAL-PERSONA-CUENTA.
           05  FILLER PIC X(10) VALUE "  PERSONA ".
           05  LST-TPC-PERSONA PIC X.
           05  FILLER PIC X(8) VALUE " CUENTA ".
           05  LST-TPC-CUENTA PIC 99.
           05  FILLER PIC X(3) VALUE " : ".
           05  LST-TPC-TOTAL PIC +Z(6)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LST-TPC-MOVIMIENTOS PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE " MOVIMIENTOS".
           05  FILLER PIC X VALUE SPACE.
           05  LST-TPC-AVISO PIC X(11).

       01  LST-TOTAL-PERSONA.
           05  FILLER PIC X(18) VALUE "  TOTAL PERSONA ".
           05  LST-TPE-PERSONA PIC X.
           05  FILLER PIC X(6) VALUE SPACES.
           05  LST-TPE-TOTAL PIC +Z(6)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-TPE-AVISO PIC X(11).

       01  LST-TOTAL-EPIGRAFE.
           05  FILLER PIC X(15) VALUE "TOTAL EPIGRAFE ".
           05  LST-TEPI-NOMBRE PIC X(20).
           05  FILLER PIC X(3) VALUE " : ".
           05  LST-TEPI-TOTAL PIC +Z(6)9.99.

       01  LST-RESUMEN.
           05  LST-RES-NOMBRE PIC X(20).
           05  FILLER PIC X(3) VALUE " : ".
           05  LST-RES-TOTAL PIC +Z(6)9.99.
           05  FILLER PIC X(15) VALUE "  SIN PERSONA: ".
           05  LST-RES-SIN-PERSONA PIC +Z(6)9.99.

       01  LST-SIN-PERSONA.
           05  FILLER PIC X(45)
               VALUE "MOVIMIENTOS SIN PERSONA (MARCADOS SIN PERS): ".
           05  LST-SPE-MOVIMIENTOS PIC ZZZZZ9.

       01  LST-ROTULO PIC X(60) VALUE SPACES.

       01  LST-LINEA-PENDIENTE PIC X(80) VALUE SPACES.

       01  LST-SEPARADOR PIC X(79) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO-INFORME.
           DISPLAY "DOSIER DE GASTOS PARA LA DECLARACION DE LA RENTA"
           DISPLAY "EJERCICIO (ANIO) A INFORMAR"
           ACCEPT EJERCICIO.
           DISPLAY "CUENTA A INFORMAR (0 = TODAS)"
           ACCEPT CUENTA-INFORME.

           PERFORM CARGAR-CATEGORIAS-FISCALES.
           IF CATEGORIAS-FISCALES = 0
               DISPLAY "NO HAY NINGUNA CATEGORIA MARCADA PARA LA "
                   "RENTA, MARCALAS EN MANTENIMIENTO-CATEGORIAS"
               GOBACK
           END-IF.

           OPEN OUTPUT RENTA-TRABAJO.
           CLOSE RENTA-TRABAJO.
           OPEN I-O RENTA-TRABAJO.
           IF RW-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDE CREAR EL FICHERO DE TRABAJO "
                   "RENTAW, ESTADO " RW-ESTADO
               GOBACK
           END-IF.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO = "00"
               SET HAY-MAESTRO TO TRUE
               PERFORM RECOGER-MAESTRO
               CLOSE GASTOS-MAESTRO
           END-IF.
           OPEN INPUT GASTOS-HISTORICO.
           IF GH-ESTADO = "00"
               SET HAY-HISTORICO TO TRUE
               PERFORM RECOGER-HISTORICO
               CLOSE GASTOS-HISTORICO
           END-IF.
           IF MOVIMIENTOS-FISCALES = 0
               DISPLAY "NO HAY MOVIMIENTOS DE CATEGORIAS FISCALES EN "
                   "EL EJERCICIO " EJERCICIO
               CLOSE RENTA-TRABAJO
               GOBACK
           END-IF.

           PERFORM ABRIR-LISTADO.
           PERFORM LISTAR-DOSIER.
           PERFORM LISTAR-RESUMEN.
           CLOSE RENTA-TRABAJO.
           IF HAY-LISTADO
               CLOSE FICHERO-LISTADO
               DISPLAY "DOSIER GRABADO EN EL FICHERO RENTA, " PAGINA
                   " PAGINA(S)"
           END-IF.
           GOBACK.

       CARGAR-CATEGORIAS-FISCALES.
           INITIALIZE FIS-TABLA.
           OPEN INPUT CATEGORIAS-MAESTRO.
           IF CM-ESTADO NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE CATEGORIAS CATEGM"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-CATEGORIA.
           PERFORM GUARDAR-UNA-CATEGORIA UNTIL FIN-FICHERO.
           CLOSE CATEGORIAS-MAESTRO.

       GUARDAR-UNA-CATEGORIA.
           IF CM-CODIGO > 0
               SET FIS-IDX TO CM-CODIGO
               MOVE CM-NOMBRE TO FIS-NOMBRE (FIS-IDX)
               IF CM-CATEGORIA-FISCAL
                   MOVE "S" TO FIS-MARCA (FIS-IDX)
                   MOVE CM-EPIGRAFE-FISCAL TO FIS-EPIGRAFE (FIS-IDX)
                   ADD 1 TO CATEGORIAS-FISCALES
               END-IF
           END-IF.
           PERFORM LEER-SIGUIENTE-CATEGORIA.

       LEER-SIGUIENTE-CATEGORIA.
           READ CATEGORIAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * Movimientos del ejercicio de categorias fiscales, del maestro
      * y del historico, al fichero de trabajo por epigrafe.
      ******************************************************************
       RECOGER-MAESTRO.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-MAESTRO.
           PERFORM EXAMINAR-MAESTRO UNTIL FIN-FICHERO.

       LEER-SIGUIENTE-MAESTRO.
           READ GASTOS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       EXAMINAR-MAESTRO.
           IF GM-ANIO = EJERCICIO
               AND (CUENTA-INFORME = 0 OR GM-CUENTA = CUENTA-INFORME)
               AND GM-CATEGORIA > 0
               SET FIS-IDX TO GM-CATEGORIA
               IF FIS-CATEGORIA-FISCAL (FIS-IDX)
                   MOVE FIS-EPIGRAFE (FIS-IDX) TO RW-EPIGRAFE
                   MOVE GM-CUENTA TO RW-CUENTA
                   MOVE GM-MES TO RW-MES
                   MOVE GM-DIA TO RW-DIA
                   MOVE GM-SECUENCIA TO RW-SECUENCIA
                   MOVE "M" TO RW-FUENTE
                   MOVE GM-CATEGORIA TO RW-CATEGORIA
                   MOVE GM-DESCRIPCION TO RW-DESCRIPCION
                   MOVE GM-MOVIMIENTO TO RW-IMPORTE
                   MOVE GM-PERSONA TO RW-PERSONA
                   MOVE GM-REPARTO TO RW-REPARTO
                   PERFORM GRABAR-TRABAJO
               END-IF
           END-IF.
           PERFORM LEER-SIGUIENTE-MAESTRO.

       RECOGER-HISTORICO.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-HISTORICO.
           PERFORM EXAMINAR-HISTORICO UNTIL FIN-FICHERO.

       LEER-SIGUIENTE-HISTORICO.
           READ GASTOS-HISTORICO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       EXAMINAR-HISTORICO.
           IF GH-ANIO = EJERCICIO
               AND (CUENTA-INFORME = 0 OR GH-CUENTA = CUENTA-INFORME)
               AND GH-CATEGORIA > 0
               SET FIS-IDX TO GH-CATEGORIA
               IF FIS-CATEGORIA-FISCAL (FIS-IDX)
                   MOVE FIS-EPIGRAFE (FIS-IDX) TO RW-EPIGRAFE
                   MOVE GH-CUENTA TO RW-CUENTA
                   MOVE GH-MES TO RW-MES
                   MOVE GH-DIA TO RW-DIA
                   MOVE GH-SECUENCIA TO RW-SECUENCIA
                   MOVE "H" TO RW-FUENTE
                   MOVE GH-CATEGORIA TO RW-CATEGORIA
                   MOVE GH-DESCRIPCION TO RW-DESCRIPCION
                   MOVE GH-MOVIMIENTO TO RW-IMPORTE
                   MOVE GH-PERSONA TO RW-PERSONA
                   MOVE GH-REPARTO TO RW-REPARTO
                   PERFORM GRABAR-TRABAJO
               END-IF
           END-IF.
           PERFORM LEER-SIGUIENTE-HISTORICO.

       GRABAR-TRABAJO.
           WRITE RW-REGISTRO
               INVALID KEY
                   DISPLAY "MOVIMIENTO REPETIDO EN MAESTRO E "
                       "HISTORICO: CUENTA " RW-CUENTA " " RW-DIA "/"
                       RW-MES " MOV " RW-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO MOVIMIENTOS-FISCALES
           END-WRITE.

      ******************************************************************
      * Listado por epigrafe: detalle de movimientos y, al cambiar de
      * epigrafe, sus totales por persona y cuenta y por persona.
      ******************************************************************
       LISTAR-DOSIER.
           MOVE LOW-VALUES TO RW-CLAVE
           MOVE "N" TO FIN-FICHERO-SW
           START RENTA-TRABAJO KEY IS NOT LESS THAN RW-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-TRABAJO
           END-IF.
           MOVE SPACES TO EPIGRAFE-ANTERIOR
           PERFORM LISTAR-UN-MOVIMIENTO UNTIL FIN-FICHERO.
           IF EPIGRAFE-ANTERIOR NOT = SPACES
               PERFORM FIN-DE-EPIGRAFE
           END-IF.

       LEER-SIGUIENTE-TRABAJO.
           READ RENTA-TRABAJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       LISTAR-UN-MOVIMIENTO.
           IF RW-EPIGRAFE NOT = EPIGRAFE-ANTERIOR
               IF EPIGRAFE-ANTERIOR NOT = SPACES
                   PERFORM FIN-DE-EPIGRAFE
               END-IF
               PERFORM INICIO-DE-EPIGRAFE
           END-IF.
           MOVE RW-DIA TO LST-DET-DIA
           MOVE RW-MES TO LST-DET-MES
           MOVE EJERCICIO TO LST-DET-ANIO
           MOVE RW-CUENTA TO LST-DET-CUENTA
           SET FIS-IDX TO RW-CATEGORIA
           MOVE FIS-NOMBRE (FIS-IDX) TO LST-DET-CATEGORIA
           MOVE RW-DESCRIPCION TO LST-DET-CONCEPTO
           MOVE RW-PERSONA TO LST-DET-PERSONA
           MOVE RW-REPARTO TO LST-DET-REPARTO
           MOVE RW-IMPORTE TO LST-DET-IMPORTE
           MOVE SPACES TO LST-DET-AVISO
           ADD RW-IMPORTE TO TOTAL-EPIGRAFE
           IF RW-PERSONA = SPACE
               MOVE "SIN PERS" TO LST-DET-AVISO
               ADD 1 TO MOVIMIENTOS-SIN-PERSONA
               ADD RW-IMPORTE TO SIN-PERSONA-EPIGRAFE
               MOVE RW-IMPORTE TO IMPORTE-EDITADO
               DISPLAY "SIN PERSONA: " RW-EPIGRAFE " CUENTA "
                   RW-CUENTA " " RW-DIA "/" RW-MES "/" EJERCICIO
                   " MOV " RW-SECUENCIA " " RW-DESCRIPCION " "
                   IMPORTE-EDITADO
           END-IF.
           MOVE LST-DETALLE TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           PERFORM SUMAR-PERSONA-CUENTA.
           PERFORM SUMAR-PERSONA.
           PERFORM LEER-SIGUIENTE-TRABAJO.

       INICIO-DE-EPIGRAFE.
           MOVE RW-EPIGRAFE TO EPIGRAFE-ANTERIOR
           MOVE 0 TO TOTAL-EPIGRAFE
           MOVE 0 TO SIN-PERSONA-EPIGRAFE
           INITIALIZE TPC-TABLA
           INITIALIZE TPE-TABLA
           MOVE SPACES TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE RW-EPIGRAFE TO LST-EPI-NOMBRE
           MOVE LST-EPIGRAFE TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.

       SUMAR-PERSONA-CUENTA.
           SET TPC-IDX TO 1
           SEARCH TPC-ELEMENTO
               AT END
                   PERFORM ANYADIR-PERSONA-CUENTA
               WHEN TPC-IDX > TPC-USADOS
                   PERFORM ANYADIR-PERSONA-CUENTA
               WHEN TPC-PERSONA (TPC-IDX) = RW-PERSONA
                   AND TPC-CUENTA (TPC-IDX) = RW-CUENTA
                   CONTINUE
           END-SEARCH.
           IF TPC-IDX NOT > TPC-USADOS
               ADD 1 TO TPC-MOVIMIENTOS (TPC-IDX)
               ADD RW-IMPORTE TO TPC-TOTAL (TPC-IDX)
           END-IF.

       ANYADIR-PERSONA-CUENTA.
           IF TPC-USADOS < 40
               ADD 1 TO TPC-USADOS
               SET TPC-IDX TO TPC-USADOS
               MOVE RW-PERSONA TO TPC-PERSONA (TPC-IDX)
               MOVE RW-CUENTA TO TPC-CUENTA (TPC-IDX)
               MOVE 0 TO TPC-MOVIMIENTOS (TPC-IDX)
               MOVE 0 TO TPC-TOTAL (TPC-IDX)
           ELSE
               DISPLAY "DEMASIADAS COMBINACIONES DE PERSONA Y CUENTA "
                   "EN " RW-EPIGRAFE ", NO SE DESGLOSA"
               SET TPC-IDX TO 41
           END-IF.

       SUMAR-PERSONA.
           SET TPE-IDX TO 1
           SEARCH TPE-ELEMENTO
               AT END
                   PERFORM ANYADIR-PERSONA
               WHEN TPE-IDX > TPE-USADOS
                   PERFORM ANYADIR-PERSONA
               WHEN TPE-PERSONA (TPE-IDX) = RW-PERSONA
                   CONTINUE
           END-SEARCH.
           IF TPE-IDX NOT > TPE-USADOS
               ADD RW-IMPORTE TO TPE-TOTAL (TPE-IDX)
           END-IF.

       ANYADIR-PERSONA.
           IF TPE-USADOS < 10
               ADD 1 TO TPE-USADOS
               SET TPE-IDX TO TPE-USADOS
               MOVE RW-PERSONA TO TPE-PERSONA (TPE-IDX)
               MOVE 0 TO TPE-TOTAL (TPE-IDX)
           ELSE
               DISPLAY "DEMASIADAS PERSONAS EN " RW-EPIGRAFE
                   ", NO SE DESGLOSA"
               SET TPE-IDX TO 11
           END-IF.

       FIN-DE-EPIGRAFE.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           PERFORM LISTAR-PERSONA-CUENTA VARYING TPC-IDX FROM 1 BY 1
               UNTIL TPC-IDX > TPC-USADOS.
           PERFORM LISTAR-PERSONA VARYING TPE-IDX FROM 1 BY 1
               UNTIL TPE-IDX > TPE-USADOS.
           MOVE EPIGRAFE-ANTERIOR TO LST-TEPI-NOMBRE
           MOVE TOTAL-EPIGRAFE TO LST-TEPI-TOTAL
           MOVE LST-TOTAL-EPIGRAFE TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE TOTAL-EPIGRAFE TO IMPORTE-EDITADO
           DISPLAY "EPIGRAFE " EPIGRAFE-ANTERIOR ": " IMPORTE-EDITADO
           IF EPI-USADOS < 30
               ADD 1 TO EPI-USADOS
               SET EPI-IDX TO EPI-USADOS
               MOVE EPIGRAFE-ANTERIOR TO EPI-NOMBRE (EPI-IDX)
               MOVE TOTAL-EPIGRAFE TO EPI-TOTAL (EPI-IDX)
               MOVE SIN-PERSONA-EPIGRAFE TO EPI-SIN-PERSONA (EPI-IDX)
           END-IF.

       LISTAR-PERSONA-CUENTA.
           MOVE TPC-PERSONA (TPC-IDX) TO LST-TPC-PERSONA
           MOVE TPC-CUENTA (TPC-IDX) TO LST-TPC-CUENTA
           MOVE TPC-TOTAL (TPC-IDX) TO LST-TPC-TOTAL
           MOVE TPC-MOVIMIENTOS (TPC-IDX) TO LST-TPC-MOVIMIENTOS
           MOVE SPACES TO LST-TPC-AVISO
           IF TPC-PERSONA (TPC-IDX) = SPACE
               MOVE "SIN PERSONA" TO LST-TPC-AVISO
           END-IF.
           MOVE LST-TOTAL-PERSONA-CUENTA TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.

       LISTAR-PERSONA.
           MOVE TPE-PERSONA (TPE-IDX) TO LST-TPE-PERSONA
           MOVE TPE-TOTAL (TPE-IDX) TO LST-TPE-TOTAL
           MOVE SPACES TO LST-TPE-AVISO
           IF TPE-PERSONA (TPE-IDX) = SPACE
               MOVE "SIN PERSONA" TO LST-TPE-AVISO
           END-IF.
           MOVE LST-TOTAL-PERSONA TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.

      ******************************************************************
      * Resumen final: total de cada epigrafe y lo que no se puede
      * asignar a ninguna declaracion por faltar la PERSONA.
      ******************************************************************
       LISTAR-RESUMEN.
           MOVE SPACES TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE "RESUMEN DEL EJERCICIO POR EPIGRAFE" TO LST-ROTULO
           MOVE LST-ROTULO TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           PERFORM LISTAR-UN-EPIGRAFE VARYING EPI-IDX FROM 1 BY 1
               UNTIL EPI-IDX > EPI-USADOS.
           MOVE LST-SEPARADOR TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           DISPLAY "========================================"
           DISPLAY "MOVIMIENTOS FISCALES:   " MOVIMIENTOS-FISCALES
           DISPLAY "SIN PERSONA:            " MOVIMIENTOS-SIN-PERSONA.
           IF MOVIMIENTOS-SIN-PERSONA > 0
               DISPLAY "OJO: LOS MOVIMIENTOS SIN PERSONA NO SE PUEDEN "
                   "LLEVAR A NINGUNA DECLARACION; CORRIGELOS CON "
                   "CORREGIR-DIA"
               MOVE MOVIMIENTOS-SIN-PERSONA TO LST-SPE-MOVIMIENTOS
               MOVE LST-SIN-PERSONA TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.

       LISTAR-UN-EPIGRAFE.
           MOVE EPI-NOMBRE (EPI-IDX) TO LST-RES-NOMBRE
           MOVE EPI-TOTAL (EPI-IDX) TO LST-RES-TOTAL
           MOVE EPI-SIN-PERSONA (EPI-IDX) TO LST-RES-SIN-PERSONA
           MOVE LST-RESUMEN TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.

      ******************************************************************
      * Fichero de impresion RENTA: como el LISTADO de INFORME-GASTOS,
      * pagina nueva con sus cabeceras al llegar al limite de lineas.
      ******************************************************************
       ABRIR-LISTADO.
           OPEN OUTPUT FICHERO-LISTADO.
           IF LS-ESTADO = "00"
               SET HAY-LISTADO TO TRUE
               MOVE EJERCICIO TO LST-CAB-EJERCICIO
           ELSE
               DISPLAY "NO SE PUEDE CREAR EL FICHERO RENTA, ESTADO "
                   LS-ESTADO ", SE INFORMA SOLO POR PANTALLA"
           END-IF.

       ESCRIBIR-EN-LISTADO.
           IF NOT HAY-LISTADO
               EXIT PARAGRAPH
           END-IF.
           IF LINEA-ACTUAL >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           WRITE LST-LINEA.
           IF LS-ESTADO NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR EN EL FICHERO RENTA, ESTADO "
                   LS-ESTADO
           END-IF.
           ADD 1 TO LINEA-ACTUAL.

       ENCABEZAR-PAGINA.
           MOVE LST-LINEA TO LST-LINEA-PENDIENTE
           ADD 1 TO PAGINA
           MOVE PAGINA TO LST-CAB-PAGINA
           IF PAGINA > 1
               MOVE SPACES TO LST-LINEA
               WRITE LST-LINEA
           END-IF.
           MOVE LST-CABECERA-INFORME TO LST-LINEA
           WRITE LST-LINEA.
           MOVE LST-CABECERA-COLUMNAS TO LST-LINEA
           WRITE LST-LINEA.
           MOVE SPACES TO LST-LINEA
           WRITE LST-LINEA.
           MOVE 3 TO LINEA-ACTUAL
           IF PAGINA > 1
               ADD 1 TO LINEA-ACTUAL
           END-IF
           MOVE LST-LINEA-PENDIENTE TO LST-LINEA.
       END PROGRAM INFORME-RENTA.
