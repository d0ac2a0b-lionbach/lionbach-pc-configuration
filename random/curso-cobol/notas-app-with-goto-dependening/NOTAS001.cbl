      *                 7) Editar; 1) Listar marca "(VENCIDA)" y el
      *                 proceso nocturno imprime el recordatorio de
      *                 notas vencidas por departamento (PROG0053).
      *    02/09/2026 - stop run -> goback: el menu principal
      *                 (PROG0097) invoca a NOTAS001 con CALL y debe
      *                 recuperar el control al salir; corrido solo,
      *                 goback termina igual que stop run.
      *    15/10/2026 - reg-nota-caso (135 -> 140 bytes): una nota
      *                 puede adjuntarse a un caso de 04-CASOS-RH
      *                 (PROG0105); solo administradores y recursos
      *                 humanos capturan el caso y ven esas notas, que
      *                 para los demas roles no aparecen en listados,
      *                 busquedas, exportacion, papelera ni archivo.
      *    15/10/2026 - DEPTOS-CFG a 44 bytes, el largo actual del
      *                 catalogo de departamentos con su vigencia.
      ******************************************************************

      ******************** IDENTIFICATION DIVISION *********************
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-EMP-NUMERO
           FILE STATUS IS ws-fs-empleados.
           SELECT CASOS-RH ASSIGN TO "../04-CASOS-RH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-CAS-NUMERO
           FILE STATUS IS ws-fs-casos.


      ************************* DATA DIVISION **************************
       DATA DIVISION.
       FILE SECTION.
       fd  fc-notas
           record contains 140 characters
           block contains 0 records.
       01  reg-nota.
           05 reg-nota-numero         pic 9(04).
           05 reg-nota-padre          pic 9(04).
           05 reg-nota-depto          pic 9(03).
           05 reg-nota-fecha-limite   pic 9(08).
           05 reg-nota-caso           pic 9(05).
       fd  fc-notas-ejemplo
           record contains 80 characters
           block contains 0 records.
       01  fs-notas-ejemplo       pic x(80).
       fd  fc-notas-papelera
           record contains 140 characters
           block contains 0 records.
       01  fs-notas-papelera      pic x(140).
       fd  fc-notas-archivo
           record contains 140 characters
           block contains 0 records.
       01  fs-notas-archivo       pic x(140).
       fd  fc-notas-reporte
           record contains 80 characters
           block contains 0 records.
           block contains 0 records.
       01  reg-notas-lock          pic x(20).
       FD  DEPTOS-CFG
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WDEPTFD.
       FD  EMPLEADOS
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WEMPFD.
       FD  CASOS-RH
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       COPY WCASFD.

       WORKING-STORAGE SECTION.
       COPY WEMPWS.
       COPY WFIRMA.
       01 ws-fs-empleados         pic x(02) value spaces.
       01 ws-fs-casos             pic x(02) value spaces.
      * las notas de casos de RH solo las ven administradores y
      * recursos humanos
       01 ws-sw-ve-casos          pic x value "N".
           88 ws-ve-casos                 value "S".
       01 ws-sw-nota-reservada    pic x value "N".
           88 ws-nota-reservada           value "S".
       01 ws-sw-caso-valido       pic x value "N".
           88 ws-caso-valido              value "S".
       01 ws-caso-empleado        pic 9(05) value zeros.
       01 ws-menu                 pic 99 value zeros.
       01 ws-numero-nota          pic 9(04) value zeros.
       01 ws-contador             pic 99 value zeros.
           05 ws-read-padre           pic 9(04) value zeros.
           05 ws-read-depto           pic 9(03) value zeros.
           05 ws-read-fecha-limite    pic 9(08) value zeros.
           05 ws-read-caso            pic 9(05) value zeros.
           05 ws-read-caso-x redefines ws-read-caso
                                      pic x(05).
              88 ws-read-sin-caso     values "00000" "     ".
       01 ws-nueva-nota.
           05 ws-nuevo-numero     pic 9(04) value zeros.
           05 ws-nuevo-titulo     pic x(20) value spaces.
           05 ws-nuevo-depto      pic 9(03) value zeros.
           05 ws-nuevo-fecha-limite
                                  pic 9(08) value zeros.
           05 ws-nuevo-caso       pic 9(05) value zeros.
       01 ws-ejemplo-nota.
           05 ws-ejemplo-titulo   pic x(20) value spaces.
           05 ws-ejemplo-cuerpo   pic x(60) value spaces.
      * del usuario libre del ambiente
           call "PROG0036" using WS-FIRMA-OPERADOR
           if not WS-FIRMA-OK
             goback
           end-if.
           if WS-FIR-ADMINISTRADOR or WS-FIR-RECURSOS-HUMANOS
             move "S" to ws-sw-ve-casos
           end-if.
           perform 00-inicializa-siguiente-numero.
           perform 05-bucle-principal.
                  or ws-filtro-categoria = ws-read-categoria)
                 and (ws-filtro-depto = zeros
                  or ws-filtro-depto = ws-read-depto)
                 and (ws-ve-casos or ws-read-sin-caso)
                 if ws-read-padre not = zeros
                   display ws-read-numero " - " ws-read-titulo
                           " [" ws-read-categoria "]"
           display "----- Ver nota -----"
           display "Ingrese Numero de Nota:"
           accept ws-numero-nota
           perform 046-revisa-nota-reservada
           if ws-nota-reservada
             go to 05-bucle-principal
           end-if
           move "N" to ws-sw-nota-vista
           move ws-numero-nota to reg-nota-numero
           open input fc-notas
               if ws-read-depto not = zeros
                 perform 044-muestra-depto-nota
               end-if
               if not ws-read-sin-caso
                 perform 045-muestra-caso-nota
               end-if
           end-read
           close fc-notas
           if ws-nota-vista
                     " (no esta en el catalogo)"
           end-if.

       045-muestra-caso-nota.
           move ws-read-caso to REG-CAS-NUMERO
           open input CASOS-RH
           if ws-fs-casos not = "00"
             display "CASO RH    : " ws-read-caso
           else
             read CASOS-RH
               invalid key
                 display "CASO RH    : " ws-read-caso
                         " (no encontrado)"
               not invalid key
                 display "CASO RH    : " ws-read-caso
                         " - " REG-CAS-TITULO
                         " (estado " REG-CAS-ESTADO ")"
             end-read
             close CASOS-RH
           end-if.

      * NOTA: ver, borrar y editar revisan antes que nada si la nota
      *       pertenece a un caso de RH que el rol firmado no puede
      *       ver; el aviso no dice de que caso se trata.
       046-revisa-nota-reservada.
           move "N" to ws-sw-nota-reservada
           move ws-numero-nota to reg-nota-numero
           open input fc-notas
           read fc-notas
             invalid key
               continue
             not invalid key
               if reg-nota-caso numeric
                 and reg-nota-caso not = zeros
                 and not ws-ve-casos
                   move "S" to ws-sw-nota-reservada
               end-if
           end-read
           close fc-notas
           if ws-nota-reservada
             display "Nota reservada a recursos humanos: "
                     ws-numero-nota
           end-if.

       042-muestra-nota-padre.
           move ws-read-padre to reg-nota-numero
           open input fc-notas
               display "SEGUIMIENTO DE: " ws-read-padre
                       " (ya no existe)"
             not invalid key
               if reg-nota-caso numeric
                 and reg-nota-caso not = zeros
                 and not ws-ve-casos
                   display "SEGUIMIENTO DE: " ws-read-padre
                           " (reservada)"
               else
                 display "SEGUIMIENTO DE: " ws-read-padre
                         " - " reg-nota-titulo
               end-if
           end-read
           close fc-notas.

               move "y" to ws-eof
             not at end
               if ws-read-padre = ws-numero-nota
                 and (ws-ve-casos or ws-read-sin-caso)
                 display "SEGUIMIENTO   : " ws-read-numero
                         " - " ws-read-titulo
               end-if
           accept ws-nuevo-depto
           display "Fecha limite (AAAAMMDD, 0 = sin fecha):"
           accept ws-nuevo-fecha-limite
           move zeros to ws-nuevo-caso
           if ws-ve-casos
             display "Caso de RH relacionado (0 = ninguno):"
             accept ws-nuevo-caso
             if ws-nuevo-caso not = zeros
               perform 053-valida-caso
               if not ws-caso-valido
                 go to 05-bucle-principal
               end-if
               if ws-nuevo-empleado = zeros
                 move ws-caso-empleado to ws-nuevo-empleado
               end-if
             end-if
           end-if
           add 1 to ws-siguiente-numero
           move ws-siguiente-numero to ws-nuevo-numero
           move ws-nuevo-numero to reg-nota-numero
           move ws-nuevo-padre to reg-nota-padre
           move ws-nuevo-depto to reg-nota-depto
           move ws-nuevo-fecha-limite to reg-nota-fecha-limite
           move ws-nuevo-caso to reg-nota-caso
           perform 00-obtiene-fecha-hoy
           move ws-fecha-hoy to reg-nota-fecha-creacion
           move ws-fecha-hoy to reg-nota-fecha-modif
           end-read
           close fc-notas.

      * NOTA: el caso debe existir en 04-CASOS-RH y no estar cerrado;
      *       un caso cerrado ya no recibe notas nuevas.
       053-valida-caso.
           move "N" to ws-sw-caso-valido
           move zeros to ws-caso-empleado
           move ws-nuevo-caso to REG-CAS-NUMERO
           open input CASOS-RH
           if ws-fs-casos not = "00"
             display "No se pudo abrir 04-CASOS-RH, status "
                     ws-fs-casos
           else
             read CASOS-RH
               invalid key
                 display "El caso de RH no existe: " ws-nuevo-caso
               not invalid key
                 if REG-CAS-CERRADO
                   display "El caso de RH esta cerrado: "
                           ws-nuevo-caso
                 else
                   move "S" to ws-sw-caso-valido
                   move REG-CAS-EMPLEADO to ws-caso-empleado
                 end-if
             end-read
             close CASOS-RH
           end-if.


       06-opcion-borrar.
           display " "
           display "----- Borrar nota -----"
           display "Ingrese Numero de Nota:"
           accept ws-numero-nota
           perform 046-revisa-nota-reservada
           if ws-nota-reservada
             go to 05-bucle-principal
           end-if
           move ws-numero-nota to reg-nota-numero
           open input fc-notas
           read fc-notas
           display "----- Editar nota -----"
           display "Ingrese Numero de Nota:"
           accept ws-numero-nota
           perform 046-revisa-nota-reservada
           if ws-nota-reservada
             go to 05-bucle-principal
           end-if
           perform 025-obtiene-lock-notas
           if not ws-lock-obtenido
             go to 05-bucle-principal
               display "Nota no encontrada: " ws-numero-nota
             not invalid key
               move reg-nota to ws-read-nota
               if ws-read-sin-caso
                 move zeros to ws-read-caso
               end-if
               display "Titulo actual: " ws-read-titulo
               display "Nuevo Titulo:"
               accept ws-nuevo-titulo
               display "Fecha limite actual: " ws-read-fecha-limite
               display "Nueva Fecha limite (AAAAMMDD, 0 = sin fecha):"
               accept ws-nuevo-fecha-limite
               move ws-read-caso to ws-nuevo-caso
               if ws-ve-casos
                 display "Caso de RH actual: " ws-read-caso
                 display "Nuevo Caso de RH (0 = ninguno):"
                 accept ws-nuevo-caso
               end-if
               move "S" to ws-sw-caso-valido
               if ws-nuevo-caso not = zeros
                 and ws-nuevo-caso not = ws-read-caso
                   perform 053-valida-caso
                   if ws-caso-valido and ws-nuevo-empleado = zeros
                     move ws-caso-empleado to ws-nuevo-empleado
                   end-if
               end-if
               perform 071-valida-padre-en-edicion
               if not ws-padre-valido
                 display "Nota padre no valida: " ws-nuevo-padre
               end-if
               if ws-padre-valido and ws-caso-valido
                 move ws-nuevo-titulo to reg-nota-titulo
                 move ws-nuevo-cuerpo to reg-nota-cuerpo
                 move ws-nuevo-categoria to reg-nota-categoria
                 move ws-nuevo-padre to reg-nota-padre
                 move ws-nuevo-depto to reg-nota-depto
                 move ws-nuevo-fecha-limite to reg-nota-fecha-limite
                 move ws-nuevo-caso to reg-nota-caso
                 perform 00-obtiene-fecha-hoy
                 move ws-fecha-hoy to reg-nota-fecha-modif
                 rewrite reg-nota
               move zeros to reg-nota-padre
               move zeros to reg-nota-depto
               move zeros to reg-nota-fecha-limite
               move zeros to reg-nota-caso
               write reg-nota
           end-perform
           close fc-notas
                 inspect ws-read-cuerpo tallying ws-ocurrencias
                   for all ws-palabra-buscada (1:ws-palabra-largo)
                 if ws-ocurrencias > 0
                   and (ws-ve-casos or ws-read-sin-caso)
                   display ws-read-numero " - " ws-read-titulo
                 end-if
             end-perform
             at end
               move "y" to ws-eof
             not at end
               if ws-ve-casos or ws-read-sin-caso
                 if ws-rep-lineas not < ws-rep-max-lineas
                   perform 091-imprime-encabezado-notas
                 end-if
                 move ws-read-numero to ws-rep-det-numero
                 move ws-read-titulo to ws-rep-det-titulo
                 move ws-read-categoria to ws-rep-det-categoria
                 move ws-read-cuerpo to ws-rep-det-cuerpo
                 write reg-notas-reporte from ws-rep-detalle
                       after advancing 1
                 add 1 to ws-rep-lineas
               end-if
           end-perform
           close fc-notas
           close fc-notas-reporte
             at end
               move "y" to ws-eof
             not at end
               if ws-ve-casos or ws-read-sin-caso
                 display ws-read-numero " - " ws-read-titulo
                         " [" ws-read-categoria "]"
                 add 1 to ws-contador
               end-if
           end-perform
           close fc-notas-papelera
           if ws-contador = zeros
                     ws-numero-nota
             go to 05-bucle-principal
           end-if
           if not ws-ve-casos and not ws-read-sin-caso
             display "Nota reservada a recursos humanos: "
                     ws-numero-nota
             go to 05-bucle-principal
           end-if
           perform 025-obtiene-lock-notas
           if not ws-lock-obtenido
             go to 05-bucle-principal
           end-if
      * una nota borrada antes de que existieran reg-nota-padre,
      * reg-nota-depto, reg-nota-fecha-limite y reg-nota-caso llega
      * de la papelera con espacios en esas posiciones
           if ws-read-padre not numeric
             move zeros to ws-read-padre
           end-if
           if ws-read-fecha-limite not numeric
             move zeros to ws-read-fecha-limite
           end-if
           if ws-read-sin-caso
             move zeros to ws-read-caso
           end-if
           add 1 to ws-siguiente-numero
           move ws-siguiente-numero to reg-nota-numero
           move ws-read-titulo to reg-nota-titulo
           move ws-read-padre to reg-nota-padre
           move ws-read-depto to reg-nota-depto
           move ws-read-fecha-limite to reg-nota-fecha-limite
           move ws-read-caso to reg-nota-caso
           move ws-read-fecha-creacion to reg-nota-fecha-creacion
           perform 00-obtiene-fecha-hoy
           move ws-fecha-hoy to reg-nota-fecha-modif
             at end
               move "y" to ws-eof
             not at end
               if ws-ve-casos or ws-read-sin-caso
                 display ws-read-numero " - " ws-read-titulo
                         " [" ws-read-categoria "]"
                         " modif. " ws-read-fecha-modif
                 add 1 to ws-contador
                 if ws-contador >= ws-listado-pagina
                   display "Presione ENTER para continuar..."
                   accept ws-pausa
                   move zeros to ws-contador
                 end-if
               end-if
           end-perform
           close fc-notas-archivo
           go to 05-bucle-principal.

       99-fin.
           goback.

       END PROGRAM NOTAS001.
