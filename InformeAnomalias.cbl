      ******************************************************************
      * Author:David Guerrero Ortgea
      * Date:15/10/2026
      * Purpose: Informe de excepciones de una cuenta (o de todas) en
      *          un periodo, grabado en el fichero de impresion ANOMALL
      *          y revisable por pantalla:
      *            - posibles duplicados: dos movimientos de la misma
      *              cuenta con el mismo importe el mismo dia o en dias
      *              seguidos, si el concepto se parece o si entraron
      *              por vias distintas segun el origen del alta en la
      *              auditoria GASTOSA (teclado, lote, extracto...);
      *            - importes fuera de lo normal: mas de N veces el
      *              importe medio de la categoria en los doce meses
      *              que acaban en la fecha final (maestro GASTOSM e
      *              historico GASTOSH, sin contar el propio
      *              movimiento), o el primer movimiento de ese signo
      *              (cargo o abono) que ha tenido nunca la categoria.
      *          Lo que se revisa y se da por bueno se anota en el
      *          fichero ACEPTADAS y no vuelve a salir, salvo que se
      *          corrija el importe del movimiento. Desde el menu del
      *          programa se listan y se retiran las aceptaciones.
      *          Los ficheros de trabajo CANDIW (movimientos del
      *          periodo por importe y fecha), ORIGENW (origen del
      *          alta de cada movimiento) y ANOMALW (anomalias
      *          halladas) se rehacen en cada pasada.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - Primera version.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ANOMALIAS.

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

           SELECT GASTOS-AUDITORIA ASSIGN TO "GASTOSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-ESTADO.

           SELECT CATEGORIAS-MAESTRO ASSIGN TO "CATEGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS CM-ESTADO.

           SELECT ACEPTADAS ASSIGN TO "ACEPTADAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS AC-ESTADO.

           SELECT CANDIDATOS-TRABAJO ASSIGN TO "CANDIW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-CLAVE
               FILE STATUS IS CW-ESTADO.

           SELECT ORIGENES-TRABAJO ASSIGN TO "ORIGENW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-CLAVE
               FILE STATUS IS OW-ESTADO.

           SELECT ANOMALIAS-TRABAJO ASSIGN TO "ANOMALW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CLAVE
               FILE STATUS IS IN-ESTADO.

           SELECT FICHERO-LISTADO ASSIGN TO "ANOMALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-MAESTRO.
           COPY "GASTOREG.CPY".

       FD  GASTOS-HISTORICO.
           COPY "GASTOREG.CPY" REPLACING LEADING ==GM== BY ==GH==.

       FD  GASTOS-AUDITORIA.
           COPY "AUDITREG.CPY".

       FD  CATEGORIAS-MAESTRO.
           COPY "CATREG.CPY".

       FD  ACEPTADAS.
           COPY "ACEPTREG.CPY".

      ******************************************************************
      * Un movimiento del periodo, ordenado por cuenta, importe y
      * fecha: los del mismo importe quedan juntos y por orden de dia.
      * CW-EN-VENTANA dice si cuenta en la media de su categoria.
      ******************************************************************
       FD  CANDIDATOS-TRABAJO.
       01  CW-REGISTRO.
           05  CW-CLAVE.
               10  CW-CUENTA PIC 99.
               10  CW-IMPORTE PIC S9(6)V99.
               10  CW-FECHA PIC 9(8).
               10  CW-SECUENCIA PIC 99.
           05  CW-CATEGORIA PIC 99.
           05  CW-DESCRIPCION PIC X(20).
           05  CW-ORIGEN PIC X.
           05  CW-EN-VENTANA PIC X.
               88  CW-DENTRO-VENTANA VALUE "S".

      ******************************************************************
      * Origen de la ultima alta de cada clave segun GASTOSA.
      ******************************************************************
       FD  ORIGENES-TRABAJO.
       01  OW-REGISTRO.
           05  OW-CLAVE.
               10  OW-CUENTA PIC 99.
               10  OW-ANIO PIC 9(4).
               10  OW-MES PIC 99.
               10  OW-DIA PIC 99.
               10  OW-SECUENCIA PIC 99.
           05  OW-ORIGEN PIC X.

      ******************************************************************
      * Una anomalia hallada: D pareja de posibles duplicados, I
      * importe fuera de lo normal (solo lleva el primer movimiento).
      ******************************************************************
       FD  ANOMALIAS-TRABAJO.
       01  IN-REGISTRO.
           05  IN-CLAVE.
               10  IN-TIPO PIC X.
                   88  IN-DUPLICADO VALUE "D".
                   88  IN-IMPORTE-RARO VALUE "I".
               10  IN-NUMERO PIC 9(4).
           05  IN-MOV-1.
               10  IN-CUENTA-1 PIC 99.
               10  IN-ANIO-1 PIC 9(4).
               10  IN-MES-1 PIC 99.
               10  IN-DIA-1 PIC 99.
               10  IN-SECUENCIA-1 PIC 99.
           05  IN-MOV-2.
               10  IN-CUENTA-2 PIC 99.
               10  IN-ANIO-2 PIC 9(4).
               10  IN-MES-2 PIC 99.
               10  IN-DIA-2 PIC 99.
               10  IN-SECUENCIA-2 PIC 99.
           05  IN-IMPORTE PIC S9(6)V99.
           05  IN-CATEGORIA-1 PIC 99.
           05  IN-CATEGORIA-2 PIC 99.
           05  IN-DESCRIPCION-1 PIC X(20).
           05  IN-DESCRIPCION-2 PIC X(20).
           05  IN-ORIGEN-1 PIC X.
           05  IN-ORIGEN-2 PIC X.
           05  IN-MOTIVO PIC X(42).

       FD  FICHERO-LISTADO.
       01  LST-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       77 GM-ESTADO PIC XX VALUE "00".
       77 GH-ESTADO PIC XX VALUE "00".
       77 AU-ESTADO PIC XX VALUE "00".
       77 CM-ESTADO PIC XX VALUE "00".
       77 AC-ESTADO PIC XX VALUE "00".
       77 CW-ESTADO PIC XX VALUE "00".
       77 OW-ESTADO PIC XX VALUE "00".
       77 IN-ESTADO PIC XX VALUE "00".
       77 LS-ESTADO PIC XX VALUE "00".
       77 OPCION PIC 9 VALUE 0.
       77 RESPUESTA PIC X VALUE "N".
           88 RESP-SI VALUE "S" "s".
       77 DECISION PIC X VALUE SPACE.
           88 DECISION-ACEPTAR VALUE "A" "a".
           88 DECISION-FIN VALUE "F" "f".
       77 FIN-MENU-SW PIC X VALUE "N".
           88 FIN-MENU VALUE "S".
       77 FIN-FICHERO-SW PIC X VALUE "N".
           88 FIN-FICHERO VALUE "S".
       77 FIN-REVISION-SW PIC X VALUE "N".
           88 FIN-REVISION VALUE "S".
       77 HAY-LISTADO-SW PIC X VALUE "N".
           88 HAY-LISTADO VALUE "S".
       77 HAY-ORIGENES-SW PIC X VALUE "N".
           88 HAY-ORIGENES VALUE "S".
       77 DATOS-VALIDOS-SW PIC X VALUE "N".
           88 DATOS-VALIDOS VALUE "S".
       77 TRABAJO-ABIERTO-SW PIC X VALUE "N".
           88 TRABAJO-ABIERTO VALUE "S".
       77 ACEPTADA-SW PIC X VALUE "N".
           88 YA-ACEPTADA VALUE "S".
       77 PARECIDOS-SW PIC X VALUE "N".
           88 CONCEPTOS-PARECIDOS VALUE "S".
       77 VIAS-DISTINTAS-SW PIC X VALUE "N".
           88 VIAS-DISTINTAS VALUE "S".
       77 CUENTA-INFORME PIC 99 VALUE 0.
       77 FECHA-DESDE PIC 9(8) VALUE 0.
       77 FECHA-HASTA PIC 9(8) VALUE 0.
       77 FECHA-HOY PIC 9(8) VALUE 0.
       77 VENTANA-DESDE PIC 9(8) VALUE 0.
       77 VECES-MEDIA PIC 99 VALUE 0.
       77 IMPORTE-MINIMO PIC 9(6) VALUE 0.
       77 MINIMO-MOVIMIENTOS PIC 99 VALUE 3.
       77 USUARIO PIC X VALUE SPACE.
       77 CANDIDATOS PIC 9(6) COMP VALUE 0.
       77 DUPLICADOS-HALLADOS PIC 9(5) COMP VALUE 0.
       77 RAROS-HALLADOS PIC 9(5) COMP VALUE 0.
       77 YA-ACEPTADAS PIC 9(5) COMP VALUE 0.
       77 ACEPTADAS-AHORA PIC 9(5) COMP VALUE 0.
       77 NUMERO-ANOMALIA PIC 9(4) VALUE 0.
       77 TIPO-ANTERIOR PIC X VALUE SPACE.
       77 IMPORTE-ABSOLUTO PIC S9(6)V99 COMP-3 VALUE 0.
       77 IMPORTE-MEDIO PIC S9(6)V99 COMP-3 VALUE 0.
       77 LIMITE-NORMAL PIC S9(8)V99 COMP-3 VALUE 0.
       77 OTROS-HISTORICOS PIC 9(7) COMP VALUE 0.
       77 OTROS-MOVIMIENTOS PIC 9(7) COMP VALUE 0.
       77 OTROS-SUMA PIC S9(9)V99 COMP-3 VALUE 0.
       77 CAT-NUM PIC 999 COMP VALUE 0.
       77 SIG-NUM PIC 9 COMP VALUE 0.
       77 ORDINAL-FECHA PIC 9(7) COMP VALUE 0.
       77 ORDINAL-ACTUAL PIC 9(7) COMP VALUE 0.
       77 ORD-ANIO PIC 9(4) COMP VALUE 0.
       77 ORD-MES PIC 99 COMP VALUE 0.
       77 ORD-TEMPORAL PIC 9(7) COMP VALUE 0.
       77 ORD-CUOCIENTE-4 PIC 9(4) COMP VALUE 0.
       77 ORD-CUOCIENTE-100 PIC 9(4) COMP VALUE 0.
       77 ORD-CUOCIENTE-400 PIC 9(4) COMP VALUE 0.
       77 ORD-CUOCIENTE-MES PIC 9(4) COMP VALUE 0.
       77 POS-A PIC 99 COMP VALUE 0.
       77 POS-B PIC 99 COMP VALUE 0.
       77 VEC-I PIC 99 COMP VALUE 0.
       77 VEC-J PIC 99 COMP VALUE 0.
       77 VEC-QUITAR PIC 99 COMP VALUE 0.
       77 VEC-CUENTA PIC 99 VALUE 0.
       77 VEC-IMPORTE PIC S9(6)V99 VALUE 0.
       77 CONCEPTO-A PIC X(20) VALUE SPACES.
       77 CONCEPTO-B PIC X(20) VALUE SPACES.
       77 LINEAS-POR-PAGINA PIC 99 VALUE 60.
       77 LINEA-ACTUAL PIC 99 VALUE 99.
       77 PAGINA PIC 9(4) VALUE 0.
       77 IMPORTE-EDITADO PIC -Z(6)9.99 VALUE ZERO.

       01  FECHA-MOVIMIENTO.
           05  FM-ANIO PIC 9(4).
           05  FM-MES PIC 99.
           05  FM-DIA PIC 99.
       01  FECHA-MOVIMIENTO-NUM REDEFINES FECHA-MOVIMIENTO PIC 9(8).

      ******************************************************************
      * Primer movimiento de la aceptacion que se quiere retirar.
      ******************************************************************
       01  MOV-A-RETIRAR.
           10  RET-CUENTA PIC 99.
           10  RET-ANIO PIC 9(4).
           10  RET-MES PIC 99.
           10  RET-DIA PIC 99.
           10  RET-SECUENCIA PIC 99.

      ******************************************************************
      * Movimiento leido del maestro o del historico, en comun.
      ******************************************************************
       01  MOVIMIENTO-LEIDO.
           05  ML-CUENTA PIC 99.
           05  ML-SECUENCIA PIC 99.
           05  ML-CATEGORIA PIC 99.
           05  ML-DESCRIPCION PIC X(20).
           05  ML-MOVIMIENTO PIC S9(6)V99 COMP-3.

      ******************************************************************
      * Movimientos de cada categoria (codigo + 1) por signo (1 cargo,
      * 2 abono): de siempre, y de la ventana de doce meses con la
      * suma de sus importes en valor absoluto para la media.
      ******************************************************************
       01  STA-TABLA.
           05  STA-CATEGORIA OCCURS 100 TIMES.
               10  STA-SIGNO OCCURS 2 TIMES.
                   15  STA-HISTORICOS PIC 9(7) COMP.
                   15  STA-MOVIMIENTOS PIC 9(7) COMP.
                   15  STA-SUMA PIC S9(9)V99 COMP-3.

       01  CAT-TABLA.
           05  CAT-NOMBRE OCCURS 99 TIMES PIC X(20).

      ******************************************************************
      * Movimientos ya vistos del mismo importe y cuenta en el dia
      * anterior o en el mismo dia: con cada uno se compara el
      * siguiente que llega. Se descartan los de dias mas atras.
      ******************************************************************
       01  VEC-TABLA.
           05  VEC-USADOS PIC 99 COMP VALUE 0.
           05  VEC-ELEMENTO OCCURS 20 TIMES.
               10  VEC-FECHA PIC 9(8).
               10  VEC-ORDINAL PIC 9(7) COMP.
               10  VEC-SECUENCIA PIC 99.
               10  VEC-CATEGORIA PIC 99.
               10  VEC-DESCRIPCION PIC X(20).
               10  VEC-ORIGEN PIC X.

       01  MOTIVO-DUPLICADO.
           05  MD-DIA PIC X(15).
           05  MD-CONCEPTO PIC X(19).
           05  MD-VIAS PIC X(8).

       01  MOTIVO-RARO.
           05  MR-VECES PIC ZZZ9.
           05  FILLER PIC X(18) VALUE " VECES LA MEDIA (".
           05  MR-MEDIA PIC Z(5)9.99.
           05  FILLER PIC X VALUE ")".

      ******************************************************************
      * Lineas del fichero de impresion ANOMALL.
      ******************************************************************
       01  LST-CABECERA-INFORME.
           05  FILLER PIC X(34)
               VALUE "ANOMALIAS DE MOVIMIENTOS DESDE EL ".
           05  LST-CAB-DESDE PIC 9(8).
           05  FILLER PIC X(7) VALUE " HASTA ".
           05  LST-CAB-HASTA PIC 9(8).
           05  FILLER PIC X(3) VALUE " C ".
           05  LST-CAB-CUENTA PIC X(5).
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "PAGINA ".
           05  LST-CAB-PAGINA PIC ZZZ9.

       01  LST-CABECERA-COLUMNAS.
           05  FILLER PIC X(5) VALUE "NUM".
           05  FILLER PIC X(11) VALUE "FECHA".
           05  FILLER PIC X(6) VALUE "CT MV ".
           05  FILLER PIC X(16) VALUE "CATEGORIA".
           05  FILLER PIC X(21) VALUE "CONCEPTO".
           05  FILLER PIC X(11) VALUE "   IMPORTE ".
           05  FILLER PIC X(6) VALUE "ORIGEN".

       01  LST-DETALLE.
           05  LST-DET-NUMERO PIC ZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-DIA PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DET-MES PIC 99.
           05  FILLER PIC X VALUE "/".
           05  LST-DET-ANIO PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CUENTA PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-SECUENCIA PIC 99.
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CATEGORIA PIC X(15).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-CONCEPTO PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  LST-DET-IMPORTE PIC +Z(5)9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  LST-DET-ORIGEN PIC X.

       01  LST-MOTIVO.
           05  FILLER PIC X(5) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "MOTIVO: ".
           05  LST-MOT-TEXTO PIC X(42).

       01  LST-ROTULO PIC X(60) VALUE SPACES.

       01  LST-LINEA-PENDIENTE PIC X(80) VALUE SPACES.

       01  LST-SEPARADOR PIC X(79) VALUE ALL "-".

       PROCEDURE DIVISION.
       MENU-ANOMALIAS.
           PERFORM ABRIR-ACEPTADAS.
           PERFORM ATENDER-OPCION UNTIL FIN-MENU.
           CLOSE ACEPTADAS.
           GOBACK.

       ABRIR-ACEPTADAS.
           OPEN I-O ACEPTADAS.
           IF AC-ESTADO = "35"
               OPEN OUTPUT ACEPTADAS
               CLOSE ACEPTADAS
               OPEN I-O ACEPTADAS
           END-IF.

       ATENDER-OPCION.
           DISPLAY "DUPLICADOS E IMPORTES FUERA DE LO NORMAL"
           DISPLAY "1 - BUSCAR ANOMALIAS (INFORME Y REVISION)"
           DISPLAY "2 - LISTAR LAS ANOMALIAS ACEPTADAS"
           DISPLAY "3 - RETIRAR UNA ACEPTACION"
           DISPLAY "0 - SALIR"
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM BUSCAR-ANOMALIAS
               WHEN 2
                   PERFORM LISTAR-ACEPTADAS
               WHEN 3
                   PERFORM RETIRAR-ACEPTACION
               WHEN 0
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

      ******************************************************************
      * Pasada completa: origenes de GASTOSA, estadistica de todas las
      * categorias y movimientos del periodo, busqueda, listado y
      * revision.
      ******************************************************************
       BUSCAR-ANOMALIAS.
           PERFORM PEDIR-DATOS-INFORME.
           IF NOT DATOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-TRABAJO.
           IF NOT TRABAJO-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-NOMBRES-CATEGORIAS.
           PERFORM CARGAR-ORIGENES.
           OPEN INPUT GASTOS-MAESTRO.
           IF GM-ESTADO = "00"
               PERFORM RECOGER-MAESTRO
               CLOSE GASTOS-MAESTRO
           END-IF.
           OPEN INPUT GASTOS-HISTORICO.
           IF GH-ESTADO = "00"
               PERFORM RECOGER-HISTORICO
               CLOSE GASTOS-HISTORICO
           END-IF.
           IF CANDIDATOS = 0
               DISPLAY "NO HAY MOVIMIENTOS EN EL PERIODO"
               PERFORM CERRAR-TRABAJO
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXAMINAR-CANDIDATOS.
           PERFORM LISTAR-ANOMALIAS.
           DISPLAY "========================================"
           DISPLAY "MOVIMIENTOS DEL PERIODO:    " CANDIDATOS
           DISPLAY "POSIBLES DUPLICADOS:        " DUPLICADOS-HALLADOS
           DISPLAY "IMPORTES FUERA DE LO NORMAL:" RAROS-HALLADOS
           DISPLAY "YA ACEPTADAS, NO SE LISTAN: " YA-ACEPTADAS
           IF NOT HAY-ORIGENES
               DISPLAY "SIN AUDITORIA GASTOSA: NO SE COMPARAN LAS VIAS "
                   "DE ENTRADA"
           END-IF.
           IF DUPLICADOS-HALLADOS > 0 OR RAROS-HALLADOS > 0
               DISPLAY "REVISAR AHORA LAS ANOMALIAS PARA ACEPTAR LAS "
                   "BUENAS (S/N)"
               ACCEPT RESPUESTA
               IF RESP-SI
                   PERFORM REVISAR-ANOMALIAS
               END-IF
           END-IF.
           PERFORM CERRAR-TRABAJO.

       PEDIR-DATOS-INFORME.
           MOVE "N" TO DATOS-VALIDOS-SW
           DISPLAY "CUENTA A REVISAR (0 = TODAS)"
           ACCEPT CUENTA-INFORME.
           DISPLAY "DESDE LA FECHA (AAAAMMDD)"
           ACCEPT FECHA-DESDE.
           DISPLAY "HASTA LA FECHA (AAAAMMDD, 0 = HOY)"
           ACCEPT FECHA-HASTA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           IF FECHA-HASTA = 0
               MOVE FECHA-HOY TO FECHA-HASTA
           END-IF.
           IF FECHA-HASTA < FECHA-DESDE
               DISPLAY "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VECES EL IMPORTE MEDIO DE LA CATEGORIA A PARTIR "
               "DE LAS QUE SE AVISA (0 = 5)"
           ACCEPT VECES-MEDIA.
           IF VECES-MEDIA = 0
               MOVE 5 TO VECES-MEDIA
           END-IF.
           DISPLAY "IMPORTE MINIMO PARA AVISAR DE UN IMPORTE FUERA DE "
               "LO NORMAL (0 = 50)"
           ACCEPT IMPORTE-MINIMO.
           IF IMPORTE-MINIMO = 0
               MOVE 50 TO IMPORTE-MINIMO
           END-IF.
           COMPUTE VENTANA-DESDE = FECHA-HASTA - 10000
           SET DATOS-VALIDOS TO TRUE.

       ABRIR-TRABAJO.
           MOVE "N" TO TRABAJO-ABIERTO-SW
           INITIALIZE STA-TABLA
           INITIALIZE VEC-TABLA
           MOVE 0 TO VEC-CUENTA
           MOVE 0 TO VEC-IMPORTE
           MOVE 0 TO CANDIDATOS
           MOVE 0 TO DUPLICADOS-HALLADOS
           MOVE 0 TO RAROS-HALLADOS
           MOVE 0 TO YA-ACEPTADAS
           MOVE 0 TO NUMERO-ANOMALIA
           MOVE "N" TO HAY-ORIGENES-SW
           OPEN OUTPUT CANDIDATOS-TRABAJO
           CLOSE CANDIDATOS-TRABAJO
           OPEN I-O CANDIDATOS-TRABAJO
           OPEN OUTPUT ORIGENES-TRABAJO
           CLOSE ORIGENES-TRABAJO
           OPEN I-O ORIGENES-TRABAJO
           OPEN OUTPUT ANOMALIAS-TRABAJO
           CLOSE ANOMALIAS-TRABAJO
           OPEN I-O ANOMALIAS-TRABAJO
           IF CW-ESTADO NOT = "00" OR OW-ESTADO NOT = "00"
               OR IN-ESTADO NOT = "00"
               DISPLAY "NO SE PUEDEN CREAR LOS FICHEROS DE TRABAJO, "
                   "ESTADOS " CW-ESTADO " " OW-ESTADO " " IN-ESTADO
               PERFORM CERRAR-TRABAJO
               EXIT PARAGRAPH
           END-IF.
           SET TRABAJO-ABIERTO TO TRUE.

       CERRAR-TRABAJO.
           CLOSE CANDIDATOS-TRABAJO
           CLOSE ORIGENES-TRABAJO
           CLOSE ANOMALIAS-TRABAJO.

       CARGAR-NOMBRES-CATEGORIAS.
           MOVE SPACES TO CAT-TABLA
           OPEN INPUT CATEGORIAS-MAESTRO.
           IF CM-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-SIGUIENTE-CATEGORIA.
           PERFORM GUARDAR-UNA-CATEGORIA UNTIL FIN-FICHERO.
           CLOSE CATEGORIAS-MAESTRO.

       GUARDAR-UNA-CATEGORIA.
           IF CM-CODIGO > 0
               MOVE CM-NOMBRE TO CAT-NOMBRE (CM-CODIGO)
           END-IF.
           PERFORM LEER-SIGUIENTE-CATEGORIA.

       LEER-SIGUIENTE-CATEGORIA.
           READ CATEGORIAS-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      ******************************************************************
      * Origen del alta de cada movimiento del periodo: el de la
      * ultima linea de alta de su clave en GASTOSA (una clave que
      * se anula y se vuelve a usar se queda con la alta nueva).
      ******************************************************************
       CARGAR-ORIGENES.
           OPEN INPUT GASTOS-AUDITORIA.
           IF AU-ESTADO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET HAY-ORIGENES TO TRUE
           MOVE "N" TO FIN-FICHERO-SW
           PERFORM LEER-LINEA-AUDITORIA.
           PERFORM ANOTAR-ORIGEN UNTIL FIN-FICHERO.
           CLOSE GASTOS-AUDITORIA.

       LEER-LINEA-AUDITORIA.
           READ GASTOS-AUDITORIA
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       ANOTAR-ORIGEN.
           MOVE AU-ANIO TO FM-ANIO
           MOVE AU-MES TO FM-MES
           MOVE AU-DIA TO FM-DIA
           IF AU-ALTA
               AND (CUENTA-INFORME = 0 OR AU-CUENTA = CUENTA-INFORME)
               AND FECHA-MOVIMIENTO-NUM NOT < FECHA-DESDE
               AND FECHA-MOVIMIENTO-NUM NOT > FECHA-HASTA
               MOVE AU-CLAVE TO OW-CLAVE
               MOVE AU-ORIGEN TO OW-ORIGEN
               WRITE OW-REGISTRO
                   INVALID KEY
                       REWRITE OW-REGISTRO
                       END-REWRITE
               END-WRITE
           END-IF.
           PERFORM LEER-LINEA-AUDITORIA.

      ******************************************************************
      * Todos los movimientos del maestro y del historico suman en la
      * estadistica de su categoria; los del periodo y la cuenta
      * pedidos pasan ademas al fichero de candidatos.
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
           MOVE GM-ANIO TO FM-ANIO
           MOVE GM-MES TO FM-MES
           MOVE GM-DIA TO FM-DIA
           MOVE GM-CUENTA TO ML-CUENTA
           MOVE GM-SECUENCIA TO ML-SECUENCIA
           MOVE GM-CATEGORIA TO ML-CATEGORIA
           MOVE GM-DESCRIPCION TO ML-DESCRIPCION
           MOVE GM-MOVIMIENTO TO ML-MOVIMIENTO
           PERFORM ANOTAR-MOVIMIENTO.
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
           MOVE GH-ANIO TO FM-ANIO
           MOVE GH-MES TO FM-MES
           MOVE GH-DIA TO FM-DIA
           MOVE GH-CUENTA TO ML-CUENTA
           MOVE GH-SECUENCIA TO ML-SECUENCIA
           MOVE GH-CATEGORIA TO ML-CATEGORIA
           MOVE GH-DESCRIPCION TO ML-DESCRIPCION
           MOVE GH-MOVIMIENTO TO ML-MOVIMIENTO
           PERFORM ANOTAR-MOVIMIENTO.
           PERFORM LEER-SIGUIENTE-HISTORICO.

       ANOTAR-MOVIMIENTO.
           IF ML-MOVIMIENTO = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CAT-NUM = ML-CATEGORIA + 1
           IF ML-MOVIMIENTO < 0
               MOVE 1 TO SIG-NUM
               COMPUTE IMPORTE-ABSOLUTO = 0 - ML-MOVIMIENTO
           ELSE
               MOVE 2 TO SIG-NUM
               MOVE ML-MOVIMIENTO TO IMPORTE-ABSOLUTO
           END-IF.
           ADD 1 TO STA-HISTORICOS (CAT-NUM, SIG-NUM)
           MOVE "N" TO CW-EN-VENTANA
           IF FECHA-MOVIMIENTO-NUM > VENTANA-DESDE
               AND FECHA-MOVIMIENTO-NUM NOT > FECHA-HASTA
               ADD 1 TO STA-MOVIMIENTOS (CAT-NUM, SIG-NUM)
               ADD IMPORTE-ABSOLUTO TO STA-SUMA (CAT-NUM, SIG-NUM)
               MOVE "S" TO CW-EN-VENTANA
           END-IF.
           IF (CUENTA-INFORME = 0 OR ML-CUENTA = CUENTA-INFORME)
               AND FECHA-MOVIMIENTO-NUM NOT < FECHA-DESDE
               AND FECHA-MOVIMIENTO-NUM NOT > FECHA-HASTA
               PERFORM GRABAR-CANDIDATO
           END-IF.

       GRABAR-CANDIDATO.
           MOVE ML-CUENTA TO OW-CUENTA
           MOVE FM-ANIO TO OW-ANIO
           MOVE FM-MES TO OW-MES
           MOVE FM-DIA TO OW-DIA
           MOVE ML-SECUENCIA TO OW-SECUENCIA
           MOVE SPACE TO CW-ORIGEN
           IF HAY-ORIGENES
               READ ORIGENES-TRABAJO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OW-ORIGEN TO CW-ORIGEN
               END-READ
           END-IF.
           MOVE ML-CUENTA TO CW-CUENTA
           MOVE ML-MOVIMIENTO TO CW-IMPORTE
           MOVE FECHA-MOVIMIENTO-NUM TO CW-FECHA
           MOVE ML-SECUENCIA TO CW-SECUENCIA
           MOVE ML-CATEGORIA TO CW-CATEGORIA
           MOVE ML-DESCRIPCION TO CW-DESCRIPCION
           WRITE CW-REGISTRO
               INVALID KEY
                   DISPLAY "MOVIMIENTO REPETIDO EN MAESTRO E "
                       "HISTORICO: CUENTA " CW-CUENTA " " CW-FECHA
                       " MOV " CW-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO CANDIDATOS
           END-WRITE.

      ******************************************************************
      * Recorrido de los candidatos por cuenta, importe y fecha: cada
      * uno se compara con los del mismo importe del dia anterior y
      * del mismo dia, y con la estadistica de su categoria.
      ******************************************************************
       EXAMINAR-CANDIDATOS.
           MOVE LOW-VALUES TO CW-CLAVE
           MOVE "N" TO FIN-FICHERO-SW
           START CANDIDATOS-TRABAJO KEY IS NOT LESS THAN CW-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-CANDIDATO
           END-IF.
           PERFORM EXAMINAR-UN-CANDIDATO UNTIL FIN-FICHERO.

       LEER-SIGUIENTE-CANDIDATO.
           READ CANDIDATOS-TRABAJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       EXAMINAR-UN-CANDIDATO.
           MOVE CW-FECHA TO FECHA-MOVIMIENTO-NUM
           PERFORM CALCULAR-ORDINAL-FECHA.
           MOVE ORDINAL-FECHA TO ORDINAL-ACTUAL
           IF CW-CUENTA NOT = VEC-CUENTA OR CW-IMPORTE NOT = VEC-IMPORTE
               MOVE 0 TO VEC-USADOS
               MOVE CW-CUENTA TO VEC-CUENTA
               MOVE CW-IMPORTE TO VEC-IMPORTE
           ELSE
               PERFORM DESCARTAR-VECINOS-LEJANOS
           END-IF.
           PERFORM COMPARAR-CON-VECINO VARYING VEC-I FROM 1 BY 1
               UNTIL VEC-I > VEC-USADOS.
           PERFORM GUARDAR-VECINO.
           PERFORM COMPROBAR-IMPORTE-RARO.
           PERFORM LEER-SIGUIENTE-CANDIDATO.

       DESCARTAR-VECINOS-LEJANOS.
           MOVE 0 TO VEC-QUITAR
           PERFORM CONTAR-VECINO-LEJANO VARYING VEC-I FROM 1 BY 1
               UNTIL VEC-I > VEC-USADOS.
           IF VEC-QUITAR > 0
               PERFORM QUITAR-VECINOS
           END-IF.

       CONTAR-VECINO-LEJANO.
           IF VEC-ORDINAL (VEC-I) + 1 < ORDINAL-ACTUAL
               ADD 1 TO VEC-QUITAR
           END-IF.

       QUITAR-VECINOS.
           PERFORM CORRER-UN-VECINO VARYING VEC-I FROM 1 BY 1
               UNTIL VEC-I + VEC-QUITAR > VEC-USADOS.
           SUBTRACT VEC-QUITAR FROM VEC-USADOS.

       CORRER-UN-VECINO.
           COMPUTE VEC-J = VEC-I + VEC-QUITAR
           MOVE VEC-ELEMENTO (VEC-J) TO VEC-ELEMENTO (VEC-I).

       GUARDAR-VECINO.
           IF VEC-USADOS = 20
               MOVE 1 TO VEC-QUITAR
               PERFORM QUITAR-VECINOS
           END-IF.
           ADD 1 TO VEC-USADOS
           MOVE CW-FECHA TO VEC-FECHA (VEC-USADOS)
           MOVE ORDINAL-ACTUAL TO VEC-ORDINAL (VEC-USADOS)
           MOVE CW-SECUENCIA TO VEC-SECUENCIA (VEC-USADOS)
           MOVE CW-CATEGORIA TO VEC-CATEGORIA (VEC-USADOS)
           MOVE CW-DESCRIPCION TO VEC-DESCRIPCION (VEC-USADOS)
           MOVE CW-ORIGEN TO VEC-ORIGEN (VEC-USADOS).

      ******************************************************************
      * Pareja de posibles duplicados: mismo importe y cuenta, el
      * mismo dia o el siguiente, y ademas concepto parecido o vias
      * de entrada distintas. Dos cafes tecleados el mismo dia con
      * distinto concepto no son sospechosos.
      ******************************************************************
       COMPARAR-CON-VECINO.
           MOVE VEC-DESCRIPCION (VEC-I) TO CONCEPTO-A
           MOVE CW-DESCRIPCION TO CONCEPTO-B
           PERFORM COMPARAR-CONCEPTOS.
           MOVE "N" TO VIAS-DISTINTAS-SW
           IF VEC-ORIGEN (VEC-I) NOT = SPACE AND CW-ORIGEN NOT = SPACE
               AND VEC-ORIGEN (VEC-I) NOT = CW-ORIGEN
               SET VIAS-DISTINTAS TO TRUE
           END-IF.
           IF NOT CONCEPTOS-PARECIDOS AND NOT VIAS-DISTINTAS
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE IN-REGISTRO
           SET IN-DUPLICADO TO TRUE
           MOVE VEC-FECHA (VEC-I) TO FECHA-MOVIMIENTO-NUM
           MOVE CW-CUENTA TO IN-CUENTA-1
           MOVE FM-ANIO TO IN-ANIO-1
           MOVE FM-MES TO IN-MES-1
           MOVE FM-DIA TO IN-DIA-1
           MOVE VEC-SECUENCIA (VEC-I) TO IN-SECUENCIA-1
           MOVE CW-FECHA TO FECHA-MOVIMIENTO-NUM
           MOVE CW-CUENTA TO IN-CUENTA-2
           MOVE FM-ANIO TO IN-ANIO-2
           MOVE FM-MES TO IN-MES-2
           MOVE FM-DIA TO IN-DIA-2
           MOVE CW-SECUENCIA TO IN-SECUENCIA-2
           MOVE CW-IMPORTE TO IN-IMPORTE
           PERFORM COMPROBAR-ACEPTADA.
           IF YA-ACEPTADA
               ADD 1 TO YA-ACEPTADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE VEC-CATEGORIA (VEC-I) TO IN-CATEGORIA-1
           MOVE CW-CATEGORIA TO IN-CATEGORIA-2
           MOVE VEC-DESCRIPCION (VEC-I) TO IN-DESCRIPCION-1
           MOVE CW-DESCRIPCION TO IN-DESCRIPCION-2
           MOVE VEC-ORIGEN (VEC-I) TO IN-ORIGEN-1
           MOVE CW-ORIGEN TO IN-ORIGEN-2
           IF VEC-ORDINAL (VEC-I) = ORDINAL-ACTUAL
               MOVE "MISMO DIA," TO MD-DIA
           ELSE
               MOVE "DIA SIGUIENTE," TO MD-DIA
           END-IF.
           IF CONCEPTOS-PARECIDOS
               MOVE "CONCEPTO PARECIDO" TO MD-CONCEPTO
           ELSE
               MOVE "CONCEPTO DISTINTO" TO MD-CONCEPTO
           END-IF.
           MOVE SPACES TO MD-VIAS
           IF VIAS-DISTINTAS
               STRING "VIAS " VEC-ORIGEN (VEC-I) "/" CW-ORIGEN
                   DELIMITED BY SIZE INTO MD-VIAS
           END-IF.
           MOVE MOTIVO-DUPLICADO TO IN-MOTIVO
           PERFORM GRABAR-ANOMALIA.

      ******************************************************************
      * Dos conceptos se parecen si son iguales o si comparten un
      * trozo de cinco letras (MERCADONA tecleado y COMPRA MERCADONA
      * VALENCIA del banco).
      ******************************************************************
       COMPARAR-CONCEPTOS.
           MOVE "N" TO PARECIDOS-SW
           IF CONCEPTO-A = SPACES OR CONCEPTO-B = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CONCEPTO-A = CONCEPTO-B
               SET CONCEPTOS-PARECIDOS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPARAR-TROZO
               VARYING POS-A FROM 1 BY 1
                   UNTIL POS-A > 16 OR CONCEPTOS-PARECIDOS
               AFTER POS-B FROM 1 BY 1
                   UNTIL POS-B > 16 OR CONCEPTOS-PARECIDOS.

       COMPARAR-TROZO.
           IF CONCEPTO-A (POS-A:1) NOT = SPACE
               AND CONCEPTO-A (POS-A + 4:1) NOT = SPACE
               AND CONCEPTO-A (POS-A:5) = CONCEPTO-B (POS-B:5)
               SET CONCEPTOS-PARECIDOS TO TRUE
           END-IF.

      ******************************************************************
      * Importe fuera de lo normal de su categoria y signo, sin contar
      * el propio movimiento: mas de VECES-MEDIA veces la media de los
      * doce meses (con al menos MINIMO-MOVIMIENTOS para que la media
      * signifique algo y por encima de IMPORTE-MINIMO), o ningun otro
      * movimiento de ese signo en toda la historia de la categoria.
      ******************************************************************
       COMPROBAR-IMPORTE-RARO.
           COMPUTE CAT-NUM = CW-CATEGORIA + 1
           IF CW-IMPORTE < 0
               MOVE 1 TO SIG-NUM
               COMPUTE IMPORTE-ABSOLUTO = 0 - CW-IMPORTE
           ELSE
               MOVE 2 TO SIG-NUM
               MOVE CW-IMPORTE TO IMPORTE-ABSOLUTO
           END-IF.
           COMPUTE OTROS-HISTORICOS = STA-HISTORICOS (CAT-NUM, SIG-NUM)
               - 1
           MOVE STA-MOVIMIENTOS (CAT-NUM, SIG-NUM) TO OTROS-MOVIMIENTOS
           MOVE STA-SUMA (CAT-NUM, SIG-NUM) TO OTROS-SUMA
           IF CW-DENTRO-VENTANA
               SUBTRACT 1 FROM OTROS-MOVIMIENTOS
               SUBTRACT IMPORTE-ABSOLUTO FROM OTROS-SUMA
           END-IF.
           INITIALIZE IN-REGISTRO
           IF OTROS-HISTORICOS = 0
               IF SIG-NUM = 1
                   MOVE "NINGUN OTRO CARGO EN LA CATEGORIA"
                       TO IN-MOTIVO
               ELSE
                   MOVE "NINGUN OTRO ABONO EN LA CATEGORIA"
                       TO IN-MOTIVO
               END-IF
           ELSE
               IF OTROS-MOVIMIENTOS < MINIMO-MOVIMIENTOS
                   OR IMPORTE-ABSOLUTO < IMPORTE-MINIMO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE IMPORTE-MEDIO ROUNDED =
                   OTROS-SUMA / OTROS-MOVIMIENTOS
               COMPUTE LIMITE-NORMAL = IMPORTE-MEDIO * VECES-MEDIA
               IF IMPORTE-ABSOLUTO NOT > LIMITE-NORMAL
                   EXIT PARAGRAPH
               END-IF
               IF IMPORTE-MEDIO > 0
                   COMPUTE MR-VECES = IMPORTE-ABSOLUTO / IMPORTE-MEDIO
               ELSE
                   MOVE 0 TO MR-VECES
               END-IF
               MOVE IMPORTE-MEDIO TO MR-MEDIA
               MOVE MOTIVO-RARO TO IN-MOTIVO
           END-IF.
           SET IN-IMPORTE-RARO TO TRUE
           MOVE CW-FECHA TO FECHA-MOVIMIENTO-NUM
           MOVE CW-CUENTA TO IN-CUENTA-1
           MOVE FM-ANIO TO IN-ANIO-1
           MOVE FM-MES TO IN-MES-1
           MOVE FM-DIA TO IN-DIA-1
           MOVE CW-SECUENCIA TO IN-SECUENCIA-1
           MOVE CW-IMPORTE TO IN-IMPORTE
           PERFORM COMPROBAR-ACEPTADA.
           IF YA-ACEPTADA
               ADD 1 TO YA-ACEPTADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE CW-CATEGORIA TO IN-CATEGORIA-1
           MOVE CW-DESCRIPCION TO IN-DESCRIPCION-1
           MOVE CW-ORIGEN TO IN-ORIGEN-1
           PERFORM GRABAR-ANOMALIA.

       COMPROBAR-ACEPTADA.
           MOVE "N" TO ACEPTADA-SW
           MOVE IN-TIPO TO AC-TIPO
           MOVE IN-MOV-1 TO AC-MOV-1
           MOVE IN-MOV-2 TO AC-MOV-2
           READ ACEPTADAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-IMPORTE = IN-IMPORTE
                       SET YA-ACEPTADA TO TRUE
                   END-IF
           END-READ.

       GRABAR-ANOMALIA.
           ADD 1 TO NUMERO-ANOMALIA
           MOVE NUMERO-ANOMALIA TO IN-NUMERO
           WRITE IN-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL ANOTAR LA ANOMALIA, ESTADO "
                       IN-ESTADO
               NOT INVALID KEY
                   IF IN-DUPLICADO
                       ADD 1 TO DUPLICADOS-HALLADOS
                   ELSE
                       ADD 1 TO RAROS-HALLADOS
                   END-IF
           END-WRITE.

      ******************************************************************
      * Numero de dia correlativo de FECHA-MOVIMIENTO, contando los
      * anios desde marzo para que el 29 de febrero caiga al final:
      * dos fechas son dias seguidos si sus numeros se llevan uno,
      * tambien entre meses y entre anios.
      ******************************************************************
       CALCULAR-ORDINAL-FECHA.
           IF FM-MES > 2
               MOVE FM-ANIO TO ORD-ANIO
               COMPUTE ORD-MES = FM-MES - 3
           ELSE
               COMPUTE ORD-ANIO = FM-ANIO - 1
               COMPUTE ORD-MES = FM-MES + 9
           END-IF.
           DIVIDE ORD-ANIO BY 4 GIVING ORD-CUOCIENTE-4
           DIVIDE ORD-ANIO BY 100 GIVING ORD-CUOCIENTE-100
           DIVIDE ORD-ANIO BY 400 GIVING ORD-CUOCIENTE-400
           COMPUTE ORD-TEMPORAL = 153 * ORD-MES + 2
           DIVIDE ORD-TEMPORAL BY 5 GIVING ORD-CUOCIENTE-MES
           COMPUTE ORDINAL-FECHA = 365 * ORD-ANIO + ORD-CUOCIENTE-4
               - ORD-CUOCIENTE-100 + ORD-CUOCIENTE-400
               + ORD-CUOCIENTE-MES + FM-DIA.

      ******************************************************************
      * Listado: primero los posibles duplicados (dos lineas por
      * pareja) y luego los importes fuera de lo normal, cada uno
      * con su motivo.
      ******************************************************************
       LISTAR-ANOMALIAS.
           PERFORM ABRIR-LISTADO.
           IF NOT HAY-LISTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO TIPO-ANTERIOR
           MOVE LOW-VALUES TO IN-CLAVE
           MOVE "N" TO FIN-FICHERO-SW
           START ANOMALIAS-TRABAJO KEY IS NOT LESS THAN IN-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-ANOMALIA
           END-IF.
           PERFORM LISTAR-UNA-ANOMALIA UNTIL FIN-FICHERO.
           IF NUMERO-ANOMALIA = 0
               MOVE "NINGUNA ANOMALIA EN EL PERIODO" TO LST-ROTULO
               MOVE LST-ROTULO TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.
           CLOSE FICHERO-LISTADO
           MOVE "N" TO HAY-LISTADO-SW
           DISPLAY "INFORME GRABADO EN EL FICHERO ANOMALL, " PAGINA
               " PAGINA(S)".

       LEER-SIGUIENTE-ANOMALIA.
           READ ANOMALIAS-TRABAJO NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       LISTAR-UNA-ANOMALIA.
           IF IN-TIPO NOT = TIPO-ANTERIOR
               MOVE IN-TIPO TO TIPO-ANTERIOR
               MOVE SPACES TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
               IF IN-DUPLICADO
                   MOVE "POSIBLES DUPLICADOS" TO LST-ROTULO
               ELSE
                   MOVE "IMPORTES FUERA DE LO NORMAL DE SU CATEGORIA"
                       TO LST-ROTULO
               END-IF
               MOVE LST-ROTULO TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
               MOVE LST-SEPARADOR TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.
           MOVE IN-NUMERO TO LST-DET-NUMERO
           MOVE IN-DIA-1 TO LST-DET-DIA
           MOVE IN-MES-1 TO LST-DET-MES
           MOVE IN-ANIO-1 TO LST-DET-ANIO
           MOVE IN-CUENTA-1 TO LST-DET-CUENTA
           MOVE IN-SECUENCIA-1 TO LST-DET-SECUENCIA
           MOVE SPACES TO LST-DET-CATEGORIA
           IF IN-CATEGORIA-1 > 0
               MOVE CAT-NOMBRE (IN-CATEGORIA-1) TO LST-DET-CATEGORIA
           END-IF.
           MOVE IN-DESCRIPCION-1 TO LST-DET-CONCEPTO
           MOVE IN-IMPORTE TO LST-DET-IMPORTE
           MOVE IN-ORIGEN-1 TO LST-DET-ORIGEN
           MOVE LST-DETALLE TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           IF IN-DUPLICADO
               MOVE ZERO TO LST-DET-NUMERO
               MOVE IN-DIA-2 TO LST-DET-DIA
               MOVE IN-MES-2 TO LST-DET-MES
               MOVE IN-ANIO-2 TO LST-DET-ANIO
               MOVE IN-CUENTA-2 TO LST-DET-CUENTA
               MOVE IN-SECUENCIA-2 TO LST-DET-SECUENCIA
               MOVE SPACES TO LST-DET-CATEGORIA
               IF IN-CATEGORIA-2 > 0
                   MOVE CAT-NOMBRE (IN-CATEGORIA-2)
                       TO LST-DET-CATEGORIA
               END-IF
               MOVE IN-DESCRIPCION-2 TO LST-DET-CONCEPTO
               MOVE IN-ORIGEN-2 TO LST-DET-ORIGEN
               MOVE LST-DETALLE TO LST-LINEA
               PERFORM ESCRIBIR-EN-LISTADO
           END-IF.
           MOVE IN-MOTIVO TO LST-MOT-TEXTO
           MOVE LST-MOTIVO TO LST-LINEA
           PERFORM ESCRIBIR-EN-LISTADO.
           PERFORM LEER-SIGUIENTE-ANOMALIA.

      ******************************************************************
      * Revision por pantalla: cada anomalia se puede aceptar (queda
      * en ACEPTADAS con la inicial, la fecha y una nota) o dejar
      * para la proxima pasada.
      ******************************************************************
       REVISAR-ANOMALIAS.
           DISPLAY "INICIAL DE QUIEN REVISA"
           ACCEPT USUARIO.
           MOVE 0 TO ACEPTADAS-AHORA
           MOVE "N" TO FIN-REVISION-SW
           MOVE LOW-VALUES TO IN-CLAVE
           START ANOMALIAS-TRABAJO KEY IS NOT LESS THAN IN-CLAVE
               INVALID KEY
                   SET FIN-REVISION TO TRUE
           END-START.
           IF NOT FIN-REVISION
               PERFORM LEER-ANOMALIA-REVISION
           END-IF.
           PERFORM REVISAR-UNA-ANOMALIA UNTIL FIN-REVISION.
           DISPLAY "ANOMALIAS ACEPTADAS EN ESTA REVISION: "
               ACEPTADAS-AHORA.

       LEER-ANOMALIA-REVISION.
           READ ANOMALIAS-TRABAJO NEXT RECORD
               AT END
                   SET FIN-REVISION TO TRUE
           END-READ.

       REVISAR-UNA-ANOMALIA.
           MOVE IN-IMPORTE TO IMPORTE-EDITADO
           IF IN-DUPLICADO
               DISPLAY IN-NUMERO " POSIBLE DUPLICADO, IMPORTE "
                   IMPORTE-EDITADO
               DISPLAY "  CUENTA " IN-CUENTA-1 " " IN-DIA-1 "/"
                   IN-MES-1 "/" IN-ANIO-1 " MOV " IN-SECUENCIA-1 " "
                   IN-DESCRIPCION-1 " ORIGEN " IN-ORIGEN-1
               DISPLAY "  CUENTA " IN-CUENTA-2 " " IN-DIA-2 "/"
                   IN-MES-2 "/" IN-ANIO-2 " MOV " IN-SECUENCIA-2 " "
                   IN-DESCRIPCION-2 " ORIGEN " IN-ORIGEN-2
           ELSE
               DISPLAY IN-NUMERO " IMPORTE FUERA DE LO NORMAL "
                   IMPORTE-EDITADO
               DISPLAY "  CUENTA " IN-CUENTA-1 " " IN-DIA-1 "/"
                   IN-MES-1 "/" IN-ANIO-1 " MOV " IN-SECUENCIA-1 " "
                   IN-DESCRIPCION-1 " CATEGORIA " IN-CATEGORIA-1
           END-IF.
           DISPLAY "  " IN-MOTIVO
           DISPLAY "(A)CEPTAR, (S)EGUIR SIN ACEPTAR, (F)IN DE LA "
               "REVISION"
           ACCEPT DECISION.
           EVALUATE TRUE
               WHEN DECISION-ACEPTAR
                   PERFORM ACEPTAR-ANOMALIA
               WHEN DECISION-FIN
                   SET FIN-REVISION TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM LEER-ANOMALIA-REVISION.

       ACEPTAR-ANOMALIA.
           MOVE IN-TIPO TO AC-TIPO
           MOVE IN-MOV-1 TO AC-MOV-1
           MOVE IN-MOV-2 TO AC-MOV-2
           MOVE IN-IMPORTE TO AC-IMPORTE
           MOVE FECHA-HOY TO AC-FECHA-ACEPTACION
           MOVE USUARIO TO AC-USUARIO
           DISPLAY "NOTA (OPCIONAL, P.EJ. DOS ENTRADAS DE CINE)"
           ACCEPT AC-NOTA.
           WRITE AC-REGISTRO
               INVALID KEY
                   REWRITE AC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR AL ANOTAR LA ACEPTACION, "
                               "ESTADO " AC-ESTADO
                   END-REWRITE
           END-WRITE.
           IF AC-ESTADO = "00"
               ADD 1 TO ACEPTADAS-AHORA
           END-IF.

      ******************************************************************
      * Aceptaciones anotadas: listado y retirada (la anomalia vuelve
      * a salir en la proxima pasada).
      ******************************************************************
       LISTAR-ACEPTADAS.
           MOVE LOW-VALUES TO AC-CLAVE
           MOVE "N" TO FIN-FICHERO-SW
           START ACEPTADAS KEY IS NOT LESS THAN AC-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-ACEPTADA
           END-IF.
           PERFORM MOSTRAR-UNA-ACEPTADA UNTIL FIN-FICHERO.

       LEER-SIGUIENTE-ACEPTADA.
           READ ACEPTADAS NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       MOSTRAR-UNA-ACEPTADA.
           PERFORM MOSTRAR-ACEPTACION.
           PERFORM LEER-SIGUIENTE-ACEPTADA.

       MOSTRAR-ACEPTACION.
           MOVE AC-IMPORTE TO IMPORTE-EDITADO
           IF AC-DUPLICADO
               DISPLAY "DUPLICADO CUENTA " AC-CUENTA-1 " " AC-DIA-1
                   "/" AC-MES-1 "/" AC-ANIO-1 " MOV " AC-SECUENCIA-1
                   " Y " AC-DIA-2 "/" AC-MES-2 "/" AC-ANIO-2 " MOV "
                   AC-SECUENCIA-2 " " IMPORTE-EDITADO
           ELSE
               DISPLAY "IMPORTE   CUENTA " AC-CUENTA-1 " " AC-DIA-1
                   "/" AC-MES-1 "/" AC-ANIO-1 " MOV " AC-SECUENCIA-1
                   " " IMPORTE-EDITADO
           END-IF.
           DISPLAY "  ACEPTADO EL " AC-FECHA-ACEPTACION " POR "
               AC-USUARIO " " AC-NOTA.

       RETIRAR-ACEPTACION.
           DISPLAY "TIPO: (D)UPLICADO O (I)MPORTE FUERA DE LO NORMAL"
           ACCEPT AC-TIPO.
           IF NOT AC-DUPLICADO AND NOT AC-IMPORTE-RARO
               DISPLAY "TIPO NO VALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUENTA DEL (PRIMER) MOVIMIENTO"
           ACCEPT AC-CUENTA-1.
           DISPLAY "FECHA DEL (PRIMER) MOVIMIENTO (AAAAMMDD)"
           ACCEPT FECHA-MOVIMIENTO-NUM.
           DISPLAY "NUMERO DE MOVIMIENTO DE ESE DIA"
           ACCEPT AC-SECUENCIA-1.
           MOVE FM-ANIO TO AC-ANIO-1
           MOVE FM-MES TO AC-MES-1
           MOVE FM-DIA TO AC-DIA-1
           MOVE LOW-VALUES TO AC-MOV-2
           MOVE AC-TIPO TO TIPO-ANTERIOR
           MOVE AC-MOV-1 TO MOV-A-RETIRAR
           MOVE "N" TO FIN-FICHERO-SW
           START ACEPTADAS KEY IS NOT LESS THAN AC-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START.
           IF NOT FIN-FICHERO
               PERFORM LEER-SIGUIENTE-ACEPTADA
           END-IF.
           IF FIN-FICHERO OR AC-TIPO NOT = TIPO-ANTERIOR
               OR AC-MOV-1 NOT = MOV-A-RETIRAR
               DISPLAY "NO HAY NINGUNA ACEPTACION DE ESE MOVIMIENTO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OFRECER-RETIRADA UNTIL FIN-FICHERO.

       OFRECER-RETIRADA.
           IF AC-TIPO NOT = TIPO-ANTERIOR
               OR AC-MOV-1 NOT = MOV-A-RETIRAR
               SET FIN-FICHERO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-ACEPTACION.
           DISPLAY "RETIRAR ESTA ACEPTACION (S/N)"
           ACCEPT RESPUESTA.
           IF RESP-SI
               DELETE ACEPTADAS
                   INVALID KEY
                       DISPLAY "ERROR AL RETIRAR LA ACEPTACION, "
                           "ESTADO " AC-ESTADO
                   NOT INVALID KEY
                       DISPLAY "ACEPTACION RETIRADA"
               END-DELETE
           END-IF.
           PERFORM LEER-SIGUIENTE-ACEPTADA.

      ******************************************************************
      * Fichero de impresion ANOMALL: como el LISTADO de
      * INFORME-GASTOS, pagina nueva con sus cabeceras al llegar al
      * limite de lineas.
      ******************************************************************
       ABRIR-LISTADO.
           MOVE 99 TO LINEA-ACTUAL
           MOVE 0 TO PAGINA
           OPEN OUTPUT FICHERO-LISTADO.
           IF LS-ESTADO = "00"
               SET HAY-LISTADO TO TRUE
               MOVE FECHA-DESDE TO LST-CAB-DESDE
               MOVE FECHA-HASTA TO LST-CAB-HASTA
               IF CUENTA-INFORME = 0
                   MOVE "TODAS" TO LST-CAB-CUENTA
               ELSE
                   MOVE CUENTA-INFORME TO LST-CAB-CUENTA
               END-IF
           ELSE
               DISPLAY "NO SE PUEDE CREAR EL FICHERO ANOMALL, ESTADO "
                   LS-ESTADO ", SE REVISA SOLO POR PANTALLA"
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
               DISPLAY "ERROR AL ESCRIBIR EN EL FICHERO ANOMALL, "
                   "ESTADO " LS-ESTADO
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
       END PROGRAM INFORME-ANOMALIAS.
