      * -------------------------------------------------------------- *
      * REG-CERT-REQ - UN RENGLON DE 04-CERT-PUESTO: UNA CERTIFICACION *
      *                DEL CATALOGO 04-CERTIFICACIONES QUE TODO        *
      *                EMPLEADO DEL PUESTO (DE 04-PUESTOS) DEBE TENER  *
      *                VIGENTE. UN PUESTO LLEVA TANTOS RENGLONES COMO  *
      *                CERTIFICACIONES LE SEAN OBLIGATORIAS. LO        *
      *                MANTIENE PROG0084                               *
      * -------------------------------------------------------------- *
       01  REG-CERT-REQ.
           05  REG-CRQ-PUESTO         PIC 9(02).
           05  REG-CRQ-CERT           PIC 9(03).
