      * Lo copian el programa de mantenimiento
      * MANTENIMIENTO-CATEGORIAS y todos los programas que validan
      * categorias o imprimen su nombre junto al codigo.
      * CM-FISCAL marca las categorias que cuentan para la declaracion
      * de la renta y el epigrafe fiscal bajo el que las agrupa
      * INFORME-RENTA (gastos medicos, donativos, vivienda...); las
      * categorias grabadas antes de tenerlo lo dan en blanco, que es
      * no fiscal.
      ******************************************************************
       01  CM-REGISTRO.
           05  CM-CLAVE.
           05  CM-NOMBRE PIC X(20).
           05  CM-ACTIVA PIC X.
               88  CM-CATEGORIA-ACTIVA VALUE "S".
           05  CM-FISCAL.
               10  CM-FISCAL-SW PIC X.
                   88  CM-CATEGORIA-FISCAL VALUE "S".
               10  CM-EPIGRAFE-FISCAL PIC X(20).
