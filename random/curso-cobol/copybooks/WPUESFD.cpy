       01  REG-PUESTO-CAT.
           05  REG-PUESTO-CAT-COD     PIC 9(02).
           05  REG-PUESTO-CAT-NOM     PIC X(20).
      *        VIGENCIA DEL RENGLON, IGUAL QUE EN WDEPTFD: DESDE =
      *        FECHA EN QUE TOMO EFECTO EL TITULO ACTUAL; HASTA =
      *        FECHA DE CIERRE DEL PUESTO (99999999 = ABIERTO)
           05  REG-PUESTO-CAT-DESDE   PIC 9(08).
           05  REG-PUESTO-CAT-HASTA   PIC 9(08).
