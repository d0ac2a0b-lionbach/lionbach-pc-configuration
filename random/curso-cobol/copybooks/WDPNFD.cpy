      * -------------------------------------------------------------- *
      * REG-DEPENDIENTE - UN RENGLON DE 04-DEPENDIENTES: UN DEPENDIEN- *
      *                TE ECONOMICO (CONYUGE, HIJO, PADRE/MADRE U      *
      *                OTRO) O BENEFICIARIO DEL SEGURO DE VIDA DE UN   *
      *                EMPLEADO. LLAVE = EMPLEADO + CONSECUTIVO. LOS   *
      *                QUE TIENEN GASTOS-MEDICOS = "S" VAN EN EL CENSO *
      *                DE LA ASEGURADORA (PROG0088); LOS PORCENTAJES   *
      *                DE BENEFICIARIO DE UN EMPLEADO SUMAN 100 (O     *
      *                TODOS CEROS). LO MANTIENE PROG0087              *
      * -------------------------------------------------------------- *
       01  REG-DEPENDIENTE.
           05  REG-DPN-LLAVE.
               10  REG-DPN-EMPLEADO   PIC 9(05).
               10  REG-DPN-CONSEC     PIC 9(02).
           05  REG-DPN-NOMBRE         PIC X(30).
           05  REG-DPN-PARENTESCO     PIC X(01).
               88  REG-DPN-CONYUGE            VALUE "C".
               88  REG-DPN-HIJO               VALUE "H".
               88  REG-DPN-PADRE              VALUE "P".
               88  REG-DPN-OTRO               VALUE "O".
           05  REG-DPN-FECHA-NACIMIENTO
                                      PIC 9(08).
           05  REG-DPN-GASTOS-MEDICOS PIC X(01).
               88  REG-DPN-ASEGURADO          VALUE "S".
      *        PORCENTAJE ENTERO DEL SEGURO DE VIDA (CEROS = NO ES
      *        BENEFICIARIO)
           05  REG-DPN-PORCENTAJE-BENEF
                                      PIC 9(03).
           05  REG-DPN-FECHA-REGISTRO PIC 9(08).
           05  REG-DPN-USUARIO        PIC X(08).
