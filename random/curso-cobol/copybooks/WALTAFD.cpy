           05  REG-ALTA-FECHA-NACIMIENTO
                                      PIC 9(08).
           05  REG-ALTA-RFC           PIC X(13).
      *    GRUPO DE PAGO DEL EMPLEADO; ESPACIOS (O UN RENGLON VIEJO QUE
      *    NO LO TRAE) = GRUPO 01
           05  REG-ALTA-GRUPO-PAGO    PIC X(02).
      *    EMPRESA (RAZON SOCIAL) QUE LO CONTRATA; ESPACIOS = 01
           05  REG-ALTA-EMPRESA       PIC X(02).
      *    PLAZA DE 04-PLAZAS QUE VA A OCUPAR; CEROS (O UN RENGLON
      *    VIEJO QUE NO LA TRAE) = LA PRIMERA VACANTE DEL DEPTO Y PUESTO
           05  REG-ALTA-PLAZA         PIC 9(05).
      *    CONTRATO DEL ALTA (VER WCTRWS): TIPO I/D/P (ESPACIOS, O UN
      *    RENGLON VIEJO QUE NO LO TRAE = INDETERMINADO), DURACION EN
      *    DIAS O FECHA DE TERMINO PARA UNO TEMPORAL
           05  REG-ALTA-CTR-TIPO      PIC X(01).
           05  REG-ALTA-CTR-DIAS      PIC 9(03).
           05  REG-ALTA-CTR-FIN       PIC 9(08).
