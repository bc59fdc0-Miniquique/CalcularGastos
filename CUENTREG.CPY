      * Lo copian el programa de mantenimiento MANTENIMIENTO-CUENTAS
      * y los programas que validan la cuenta o aplican su saldo de
      * apertura.
      * CU-CUENTA-BANCO es la cuenta del banco (entidad, oficina y
      * numero, tal como vienen en el registro 11 del fichero Norma
      * 43) con la que IMPORTA-NORMA43 reconoce a que cuenta nuestra
      * pertenece el extracto; en blanco si la cuenta no es de banco
      * (caja de efectivo) o todavia no se ha informado.
      ******************************************************************
       01  CU-REGISTRO.
           05  CU-CLAVE.
               10  CU-CODIGO PIC 99.
           05  CU-NOMBRE PIC X(20).
           05  CU-SALDO-APERTURA PIC S9(6)V99 COMP-3.
           05  CU-CUENTA-BANCO.
               10  CU-BANCO-ENTIDAD PIC X(4).
               10  CU-BANCO-OFICINA PIC X(4).
               10  CU-BANCO-NUMERO PIC X(10).
