      * -------------------------------------------------------------- *
      * WS-ARCHIVOS-RESPALDO - LOS ARCHIVOS DE DATOS QUE FORMAN UN     *
      *                JUEGO DE RESPALDO (PROG0100) Y QUE SE PUEDEN    *
      *                RESTAURAR (PROG0102): TODO 04-* QUE NO ES       *
      *                REPORTE NI ORDENAMIENTO DE PASO, MAS LOS        *
      *                ARCHIVOS DE NOTAS. POR CADA UNO:                *
      *                - TIPO: 00 = LINE SEQUENTIAL; OTRO = INDEXADO,  *
      *                  Y EL NUMERO DICE A PROG0101 CON QUE LLAVE Y   *
      *                  LARGO LEERLO PARA CONTAR SUS REGISTROS        *
      *                - CLASE: D = DATOS; B = BITACORA QUE SOLO CRECE *
      *                  (SE RESPALDA, PERO AL RESTAURAR EL JUEGO      *
      *                  COMPLETO NO SE REGRESA PARA NO BORRAR LO QUE  *
      *                  SE ANOTO DESPUES DEL RESPALDO)                *
      *                UN ARCHIVO NUEVO SE AGREGA AQUI (Y EN PROG0101  *
      *                SI ES INDEXADO) Y SE SUBE WS-CANT-ARCH-RESP     *
      * -------------------------------------------------------------- *
       01  WS-ARCHIVOS-RESPALDO-VALORES.
           05  FILLER             PIC X(48)    VALUE
               "04-ACUMULADOS-ANUALES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-ALTAS-ESTADO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-ALTAS-MASIVAS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-ASEGURADORA-INTERFAZ".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-ASEGURADORA-SNAPSHOT".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-AUDIT-EMPLEADOS".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-AUDIT-OPERADORES".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-AUSENCIAS".
           05  FILLER             PIC X(03)    VALUE "05D".
           05  FILLER             PIC X(48)    VALUE
               "04-AVISOS-IMSS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-AVISOS-IMSS-CTL".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-BAJAS-PENDIENTES".
           05  FILLER             PIC X(03)    VALUE "02D".
           05  FILLER             PIC X(48)    VALUE
               "04-BAJAS-RESUELTAS".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-BANDAS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-BITACORA-CASOS".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-BITACORA-FIRMAS".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-BITACORA-MENU".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-CANDIDATOS".
           05  FILLER             PIC X(03)    VALUE "20D".
           05  FILLER             PIC X(48)    VALUE
               "04-CASOS-ANTIG-CTL".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CASOS-RH".
           05  FILLER             PIC X(03)    VALUE "25D".
           05  FILLER             PIC X(48)    VALUE
               "04-CATALOGO-HISTORIA".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-CATALOGO-SPOOL".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-CERT-EMPLEADOS".
           05  FILLER             PIC X(03)    VALUE "17D".
           05  FILLER             PIC X(48)    VALUE
               "04-CERT-PUESTO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CERTIFICACIONES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CHECADAS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CHECADAS-CTL".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CHECKPOINT".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-CODIGOS-DEDUCCION".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-COLA-REPORTES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CONSTANCIAS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CONTRATOS".
           05  FILLER             PIC X(03)    VALUE "22D".
           05  FILLER             PIC X(48)    VALUE
               "04-CONTROL-ENVIOS".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-CUENTAS-BANCO".
           05  FILLER             PIC X(03)    VALUE "03D".
           05  FILLER             PIC X(48)    VALUE
               "04-CUENTAS-GL".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-CUOTAS-IMSS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-DEDUCCIONES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-DEDUCCIONES-CAP".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-DEPENDIENTES".
           05  FILLER             PIC X(03)    VALUE "21D".
           05  FILLER             PIC X(48)    VALUE
               "04-DEPTOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-EMPLEADOS".
           05  FILLER             PIC X(03)    VALUE "01D".
           05  FILLER             PIC X(48)    VALUE
               "04-EMPLEADOS-ARCH".
           05  FILLER             PIC X(03)    VALUE "01D".
           05  FILLER             PIC X(48)    VALUE
               "04-EMPLEADOS-CAP".
           05  FILLER             PIC X(03)    VALUE "01D".
           05  FILLER             PIC X(48)    VALUE
               "04-EMPRESAS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-ESTADO-NOCTURNO".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-EVALUACIONES".
           05  FILLER             PIC X(03)    VALUE "06D".
           05  FILLER             PIC X(48)    VALUE
               "04-EXPEDIENTE".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-FERIADOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-FINIQUITOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-FINIQUITOS-PAGO".
           05  FILLER             PIC X(03)    VALUE "16D".
           05  FILLER             PIC X(48)    VALUE
               "04-FINIQUITOS-PENDIENTES".
           05  FILLER             PIC X(03)    VALUE "07D".
           05  FILLER             PIC X(48)    VALUE
               "04-FONDO-AHORRO".
           05  FILLER             PIC X(03)    VALUE "15D".
           05  FILLER             PIC X(48)    VALUE
               "04-GASTOS".
           05  FILLER             PIC X(03)    VALUE "13D".
           05  FILLER             PIC X(48)    VALUE
               "04-HIST-CATALOGOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-HIST-NOMINA".
           05  FILLER             PIC X(03)    VALUE "14D".
           05  FILLER             PIC X(48)    VALUE
               "04-HIST-SALARIOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-HIST-TRASLADOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-HISTORIA".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-HISTORIA-NOCTURNA".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-IMSS-EMPLEADOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-INCIDENCIAS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-MATRIZ-MERITO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-MOV-AHORRO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-AGUINALDO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-DEDUCCIONES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-INTERFAZ".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-NETOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-NETOS-AHO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-NETOS-ESP".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-RECHAZOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-RESULTADOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-NOMINA-SNAPSHOT".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-OPERADORES".
           05  FILLER             PIC X(03)    VALUE "04D".
           05  FILLER             PIC X(48)    VALUE
               "04-OPERADORES-TXT".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PAGOS-ESPECIALES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PARAM-AHORRO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PARAM-DEDUCCIONES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PARAM-TOLERANCIA".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PENSIONES".
           05  FILLER             PIC X(03)    VALUE "09D".
           05  FILLER             PIC X(48)    VALUE
               "04-PENSIONES-APLICADAS".
           05  FILLER             PIC X(03)    VALUE "10D".
           05  FILLER             PIC X(48)    VALUE
               "04-PERFILES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PERIODOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PLAN-NOCTURNO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PLANTILLA".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PLAZAS".
           05  FILLER             PIC X(03)    VALUE "08D".
           05  FILLER             PIC X(48)    VALUE
               "04-PRESTAMOS".
           05  FILLER             PIC X(03)    VALUE "08D".
           05  FILLER             PIC X(48)    VALUE
               "04-PRESUPUESTO-AUMENTO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PROPUESTA-AUMENTO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-PUESTOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-RANGOS-PUESTO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-RECIBOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-REEXPEDICION-BANCO".
           05  FILLER             PIC X(03)    VALUE "18D".
           05  FILLER             PIC X(48)    VALUE
               "04-REIMPRESION".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-REINGRESOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-REPARTO-COSTOS".
           05  FILLER             PIC X(03)    VALUE "12D".
           05  FILLER             PIC X(48)    VALUE
               "04-REQUISICIONES".
           05  FILLER             PIC X(03)    VALUE "19D".
           05  FILLER             PIC X(48)    VALUE
               "04-RETENCION-HISTORIA".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-RETENCION-SPOOL".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-RETROACTIVOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-STATUS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-TABLA-ISR".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-TASAS-AHORRO".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-TIPOS-INCIDENCIA".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-TRANS-PENDIENTES".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-TURNOS".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "04-TURNOS-EMPLEADO".
           05  FILLER             PIC X(03)    VALUE "23D".
           05  FILLER             PIC X(48)    VALUE
               "04-ULTIMO-RESPALDO".
           05  FILLER             PIC X(03)    VALUE "00B".
           05  FILLER             PIC X(48)    VALUE
               "04-VACACIONES".
           05  FILLER             PIC X(03)    VALUE "11D".
           05  FILLER             PIC X(48)    VALUE
               "04-VENTANA-NOCTURNA".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "notas-app-with-goto-dependening/notas".
           05  FILLER             PIC X(03)    VALUE "24D".
           05  FILLER             PIC X(48)    VALUE
               "notas-app-with-goto-dependening/notas-papelera".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "notas-app-with-goto-dependening/notas-archivo".
           05  FILLER             PIC X(03)    VALUE "00D".
           05  FILLER             PIC X(48)    VALUE
               "notas-app-with-goto-dependening/notas-auditoria".
           05  FILLER             PIC X(03)    VALUE "00B".

       01  WS-ARCHIVOS-RESPALDO REDEFINES
                                  WS-ARCHIVOS-RESPALDO-VALORES.
           05  WS-TAB-ARR         OCCURS 112 TIMES.
               10  WS-TAB-ARR-NOMBRE
                                  PIC X(48).
               10  WS-TAB-ARR-TIPO
                                  PIC 9(02).
               10  WS-TAB-ARR-CLASE
                                  PIC X(01).
                   88  WS-TAB-ARR-BITACORA    VALUE "B".

       01  WS-CANT-ARCH-RESP      PIC 9(03)    VALUE 112.
