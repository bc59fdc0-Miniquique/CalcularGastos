      ******************************************************************
      * Copybook: ACEPTREG
      * Registro del fichero ACEPTADAS: las anomalias de
      * INFORME-ANOMALIAS que ya se han revisado y dado por buenas,
      * para que no vuelvan a salir en cada pasada.
      * AC-TIPO D es una pareja de posibles duplicados: AC-MOV-1 es
      * la clave del primero (la menor) y AC-MOV-2 la del segundo.
      * AC-TIPO I es un importe fuera de lo normal de su categoria:
      * solo lleva AC-MOV-1 y AC-MOV-2 va a ceros.
      * AC-IMPORTE es el importe del movimiento cuando se acepto; si
      * despues se corrige el importe la aceptacion deja de valer y
      * la anomalia vuelve a salir si sigue siendolo.
      ******************************************************************
       01  AC-REGISTRO.
           05  AC-CLAVE.
               10  AC-TIPO PIC X.
                   88  AC-DUPLICADO VALUE "D".
                   88  AC-IMPORTE-RARO VALUE "I".
               10  AC-MOV-1.
                   15  AC-CUENTA-1 PIC 99.
                   15  AC-ANIO-1 PIC 9(4).
                   15  AC-MES-1 PIC 99.
                   15  AC-DIA-1 PIC 99.
                   15  AC-SECUENCIA-1 PIC 99.
               10  AC-MOV-2.
                   15  AC-CUENTA-2 PIC 99.
                   15  AC-ANIO-2 PIC 9(4).
                   15  AC-MES-2 PIC 99.
                   15  AC-DIA-2 PIC 99.
                   15  AC-SECUENCIA-2 PIC 99.
           05  AC-IMPORTE PIC S9(6)V99 COMP-3.
           05  AC-FECHA-ACEPTACION PIC 9(8).
           05  AC-USUARIO PIC X.
           05  AC-NOTA PIC X(30).
