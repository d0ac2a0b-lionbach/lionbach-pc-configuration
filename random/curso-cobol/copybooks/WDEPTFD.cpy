      *        NUMERO DE EMPLEADO DEL GERENTE DEL DEPARTAMENTO
      *        (CEROS = SIN GERENTE ASIGNADO), VALIDADO EN PROG0010;
      *        PROG0013 LO IMPRIME EN EL ENCABEZADO DE CADA SPLIT Y
      *        PROG0020 AVISA CUANDO QUIEN APRUEBA NO ES EL GERENTE;
      *        PROG0074 SOLO LE DEJA A EL APROBAR LOS REEMBOLSOS DE
      *        GASTOS DEL DEPARTAMENTO
           05  REG-DEPTO-CAT-GERENTE  PIC 9(05).
      *        VIGENCIA DEL RENGLON: DESDE = FECHA EN QUE TOMO EFECTO
      *        EL NOMBRE ACTUAL; HASTA = FECHA DE CIERRE DEL
      *        DEPARTAMENTO (99999999 = ABIERTO), A PARTIR DE LA CUAL
      *        YA NO EXISTE. LOS NOMBRES ANTERIORES QUEDAN EN
      *        04-HIST-CATALOGOS (WHCATFD) Y PROG0104 DA EL NOMBRE QUE
      *        TENIA EL CODIGO A UNA FECHA. EN RENGLONES VIEJOS VIENEN
      *        EN ESPACIOS (= VIGENTE DESDE SIEMPRE Y ABIERTO)
           05  REG-DEPTO-CAT-DESDE    PIC 9(08).
           05  REG-DEPTO-CAT-HASTA    PIC 9(08).
