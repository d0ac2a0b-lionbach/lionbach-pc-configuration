       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0096.
       AUTHOR.                    LIONBACH.
       INSTALLATION.              MI CASA.
       DATE-WRITTEN.              02/09/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * OBJETIVO: SUBPROGRAMA COMPARTIDO, AL ESTILO DE PROG0005, QUE   *
      *           SACA EL RESUMEN DE 18 DIGITOS DE UNA PALABRA CLAVE   *
      *           (AREA WCLAVE). SE CALCULA SOBRE EL ID DEL OPERADOR   *
      *           MAS LA CLAVE, CARACTER POR CARACTER, CON DOS         *
      *           ACUMULADORES MODULO PRIMOS DISTINTOS Y VARIAS        *
      *           VUELTAS, DE MODO QUE 04-OPERADORES YA NO GUARDA LA   *
      *           CLAVE SINO SOLO ESTE RESUMEN. LO USAN PROG0036 AL    *
      *           FIRMAR Y PROG0095 AL DAR DE ALTA O RESTABLECER       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           PC.
       OBJECT-COMPUTER.           PC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TEXTO                PIC X(16)    VALUE SPACES.
       01 WS-TEXTO-R REDEFINES WS-TEXTO.
           05 WS-TEXTO-CAR        PIC X(01)    OCCURS 16 TIMES.

      * -------------------------------------------------------------- *
      * WS-PAR-BYTES - UN CARACTER EN EL BYTE BAJO DE UNA MEDIA        *
      *                PALABRA BINARIA: EL VALOR NUMERICO DEL          *
      *                CARACTER SIN USAR FUNCIONES                     *
      * -------------------------------------------------------------- *
       01 WS-PAR-BYTES.
           05 WS-PAR-ALTO         PIC X(01)    VALUE LOW-VALUE.
           05 WS-PAR-CAR          PIC X(01)    VALUE LOW-VALUE.
       01 WS-PAR-NUM REDEFINES WS-PAR-BYTES
                                  PIC 9(04)    BINARY.

       01 WS-ACUMULADORES.
           05 WS-ACUM-1           PIC 9(09)    VALUE ZEROS.
           05 WS-ACUM-2           PIC 9(09)    VALUE ZEROS.
           05 WS-PRODUCTO         PIC 9(12)    VALUE ZEROS.
           05 WS-COCIENTE         PIC 9(12)    VALUE ZEROS.

       01 WS-PRIMO-1              PIC 9(09)    VALUE 999999937.
       01 WS-PRIMO-2              PIC 9(09)    VALUE 999999929.
       01 WS-VUELTAS              PIC 9(02)    VALUE 07.
       01 WS-IX-VUELTA            PIC 9(02)    VALUE ZEROS.
       01 WS-IX-CAR               PIC 9(02)    VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-RESUMEN-CLAVE.
           05 LK-RCL-ID           PIC X(08).
           05 LK-RCL-CLAVE        PIC X(08).
           05 LK-RCL-RESUMEN      PIC 9(18).

       PROCEDURE DIVISION USING LK-RESUMEN-CLAVE.
       010-INICIO.
           MOVE LK-RCL-ID    TO WS-TEXTO (1:8)
           MOVE LK-RCL-CLAVE TO WS-TEXTO (9:8)
           MOVE 5381  TO WS-ACUM-1
           MOVE 52711 TO WS-ACUM-2
           MOVE LOW-VALUE TO WS-PAR-ALTO
           PERFORM 020-MEZCLA-CARACTER
               VARYING WS-IX-VUELTA FROM 1 BY 1
                 UNTIL WS-IX-VUELTA > WS-VUELTAS
               AFTER WS-IX-CAR FROM 1 BY 1
                 UNTIL WS-IX-CAR > 16
           COMPUTE LK-RCL-RESUMEN = (WS-ACUM-1 * 1000000000)
                                  + WS-ACUM-2
           MOVE SPACES TO WS-TEXTO
           GO TO 100-FIN.

      * -------------------------------------------------------------- *
      * 020-MEZCLA-CARACTER - EL PRIMER ACUMULADOR TOMA EL CARACTER Y  *
      *                SU POSICION EN LA VUELTA; EL SEGUNDO TOMA EL    *
      *                CARACTER Y AL PRIMERO, ASI NINGUNO DE LOS DOS   *
      *                DEPENDE SOLO DE LAS LETRAS SIN SU ORDEN         *
      * -------------------------------------------------------------- *
       020-MEZCLA-CARACTER.
           MOVE WS-TEXTO-CAR (WS-IX-CAR) TO WS-PAR-CAR
           COMPUTE WS-PRODUCTO = (WS-ACUM-1 * 33) + WS-PAR-NUM
                               + (WS-IX-CAR * WS-IX-VUELTA)
           DIVIDE WS-PRODUCTO BY WS-PRIMO-1
               GIVING WS-COCIENTE REMAINDER WS-ACUM-1
           COMPUTE WS-PRODUCTO = (WS-ACUM-2 * 131)
                               + (WS-PAR-NUM * 7) + WS-ACUM-1
           DIVIDE WS-PRODUCTO BY WS-PRIMO-2
               GIVING WS-COCIENTE REMAINDER WS-ACUM-2.

       100-FIN.
           GOBACK.

       END PROGRAM PROG0096.
