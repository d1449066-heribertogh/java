      *      VER POR QUE UN LOTE SE NIEGA A ARRANCAR)
      *    - FECHA DE LA ULTIMA EJECUCION DE CIERRE Y DE CONCILIA
      *      (PROCESOS.INX)
      *    - RESULTADO DE LA ULTIMA CADENA NOCTURNA (CADENA.INX)
      *  TODO ELLO DE LA EMPRESA ELEGIDA AL ENTRAR.  EL OPERADOR SE
      *  IDENTIFICA UNA SOLA VEZ, CON LA EMPRESA EN QUE VA A
      *  TRABAJAR; LOS PROGRAMAS LLAMADOS TOMAN OPERADOR Y EMPRESA
      *  DE LA SESION Y SOLO COMPRUEBAN SU PERMISO EN ESA EMPRESA.
      *  LA OPCION 98 CIERRA LA SESION Y PERMITE CAMBIAR DE EMPRESA
      *  (O DE OPERADOR)
      *
       Identification division.
       Program-id. menu.
       Input-output section.
       File-control.

           select  optional  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  optional  remesas      assign to nf-remesas
                                organization is indexed
                                access mode is dynamic
                                record key is re-clave.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  procesos  assign to nf-procesos
                                organization is indexed
                                access mode is dynamic
                                record key is pz-programa.

           select  optional  cadena       assign to nf-cadena
                                organization is indexed
                                access mode is dynamic
                                record key is lg-clave.

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

       Data division.
       File section.

           10  pz-fecha         pic 9(08).
           10  pz-hora          pic 9(08).

       Fd  cadena               label record is standard.
       copy  "cadl.fd".

       Fd  empresa              label record is standard.
       01  r-empresa.
           10  em-clave         pic 9(01).
           10  em-nombre        pic x(45).
           10  em-nif           pic x(09).
           10  em-domicilio     pic x(45).
           10  em-poblacion     pic x(45).
           10  em-postal        pic 9(05).
           10  em-telefono      pic x(15).
           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
           10  em-limite-efectivo  pic 9(07).

       Fd  operadores           label record is standard.
       copy  "oper.fd".

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  w-opcion             pic x(02).
       01  w-programa           pic x(08).
       01  w-eof                pic x(01).
       01  w-ce-lote            pic 9(03).
       01  w-fec-cierre         pic 9(08).
       01  w-fec-concilia       pic 9(08).
       01  w-fec-cadena         pic 9(08).
       01  w-res-cadena         pic x(39).
       01  w-nom-empresa        pic x(45).

       01  p-sin-imprimir       pic zzzz9.
       01  p-rem-pendientes     pic zzzz9.
       01  p-lote               pic zz9.
       01  p-fec-cierre         pic 99/99/9999.
       01  p-fec-concilia       pic 99/99/9999.
       01  p-fec-cadena         pic 99/99/9999.

       Procedure division.
       Programa section.
       Inicio.
           perform                          entrar-empresa.

       Menu-bucle.
           perform                          cargar-panel.
             when  "32"             move  "factualb"  to  w-programa
             when  "33"             move  "resaldo"   to  w-programa
             when  "34"             move  "periodos"  to  w-programa
             when  "35"             move  "asientos"  to  w-programa
             when  "36"             move  "proveedo"  to  w-programa
             when  "37"             move  "facrecib"  to  w-programa
             when  "38"             move  "pagoprov"  to  w-programa
             when  "39"             move  "prevteso"  to  w-programa
             when  "40"             move  "intdemor"  to  w-programa
             when  "41"             move  "interes"   to  w-programa
             when  "42"             move  "califica"  to  w-programa
             when  "43"             move  "cadena"    to  w-programa
             when  "44"             move  "mandatos"  to  w-programa
             when  "45"             move  "revipc"    to  w-programa
             when  "46"             move  "anticipo"  to  w-programa
             when  "47"             move  "ventacli"  to  w-programa
             when  "48"             move  "litigio"   to  w-programa
             when  "49"             move  "impparte"  to  w-programa
             when  "50"             move  "audifac"   to  w-programa
             when  "98"
               move  "N"                    to  w-ses-activa
               display  spaces              line 01  col 01
               perform                      entrar-empresa
             when  "99"                     goback
             when  other                    continue
           end-evaluate.
           end-if.
           go to                            menu-bucle.

      *
      *    IDENTIFICACION DEL OPERADOR Y EMPRESA DE TRABAJO
      *
       Entrar-empresa.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             stop run.

           move  "(EMPRESA SIN DATOS EN EMPRESA.INX)"
                                            to  w-nom-empresa.
           open  input                      empresa.
           move  w-empresa                  to  em-clave.
           read  empresa
             invalid key                    continue
             not invalid key  move  em-nombre  to  w-nom-empresa
           end-read.
           close                            empresa.

      *
      *    CIFRAS VIVAS DEL PANEL
      *
           perform                          revisar-remesas.
           perform                          leer-cerrojos.
           perform                          leer-procesos.
           perform  leer-cadena  thru  leer-cadena-exit.

       Contar-sin-imprimir.
           move  0                          to  w-sin-imprimir.
           end-read.
           close                            procesos.

      *    CABECERA (PASO 00) DE LA ULTIMA EJECUCION DE LA CADENA
       Leer-cadena.
           move  0                          to  w-fec-cadena.
           move  "SIN EJECUCIONES"          to  w-res-cadena.
           open  input                      cadena.
           move  high-values                to  lg-clave.
           start  cadena  key  not >  lg-clave
             invalid key                    go to  leer-cadena-cerrar
           end-start.
           read  cadena  next
             at end                         go to  leer-cadena-cerrar
           end-read.
           move  0                          to  lg-paso.
           read  cadena
             invalid key                    go to  leer-cadena-cerrar
           end-read.

           move  lg-fecha-ini               to  w-fec-cadena.
           move  spaces                     to  w-res-cadena.
           evaluate  lg-resultado
             when  "C"
               move  "CORRECTA"             to  w-res-cadena
             when  "A"
               move  "CON AVISOS - VER CADENA.LST"
                                            to  w-res-cadena
             when  "E"
               string  "DETENIDA EN EL PASO "  lg-paso-fallo
                       " - REARRANCAR"  delimited by size
                                            into  w-res-cadena
             when  other
               move  "INTERRUMPIDA - REARRANCAR"
                                            to  w-res-cadena
           end-evaluate.

       Leer-cadena-cerrar.
           close                            cadena.

       Leer-cadena-exit.
           exit.

       Pintar-panel.
           move  w-sin-imprimir             to  p-sin-imprimir.
           move  w-rem-pendientes           to  p-rem-pendientes.
           move  w-ce-lote                  to  p-lote.
           move  w-fec-cierre               to  p-fec-cierre.
           move  w-fec-concilia             to  p-fec-concilia.
           move  w-fec-cadena               to  p-fec-cadena.

           display  spaces                  line 01  col 01.
           display  "MENU GENERAL DE FACTURACION"
                                            line 01  col 27.
           display  "EMPRESA"               line 02  col 02.
           display  w-empresa               line 02  col 10.
           display  w-nom-empresa           line 02  col 13.
           display  "OPERADOR"              line 02  col 63.
           display  w-operador              line 02  col 72.
           display  "FACT. SIN IMPRIMIR (SIT.S):"
                                            line 03  col 02.
           display  p-sin-imprimir          line 03  col 30.
           display  "ULTIMA CONCILIACION.......:"
                                            line 04  col 42.
           display  p-fec-concilia          line 04  col 70.
           display  "ULTIMA CADENA NOCTURNA....:"
                                            line 05  col 42.
           display  p-fec-cadena            line 05  col 70.
           display  w-res-cadena            line 06  col 42.

           display  " 1 CLIENTES"           line 07  col 02.
           display  " 2 FACTURAS"           line 08  col 02.
           display  "32 FACT. ALBARANES"    line 19  col 55.
           display  "33 COTEJO DE SALDOS"   line 18  col 55.
           display  "34 PERIODOS"           line 17  col 55.
           display  "35 ASIENTOS CONTABLES" line 16  col 55.
           display  "36 PROVEEDORES"        line 15  col 55.
           display  "37 FACT. RECIBIDAS"    line 14  col 55.
           display  "38 PAGOS PROVEEDORES"  line 13  col 55.
           display  "39 PREV. TESORERIA"    line 12  col 55.
           display  "40 INTERESES DEMORA"   line 11  col 55.
           display  "41 TIPOS DE INTERES"   line 10  col 55.
           display  "42 CALIFICACION PAGO"  line 09  col 55.
           display  "43 CADENA NOCTURNA"    line 08  col 55.
           display  "44 MANDATOS SEPA"      line 07  col 55.
           display  "45 REVISION IPC"       line 22  col 30.
           display  "46 ANTICIPOS"          line 22  col 55.
           display  "47 VENTAS POR CLIENTE" line 23  col 30.
           display  "48 FACT. EN LITIGIO"   line 23  col 55.
           display  "49 IMPORTAR PARTES"    line 24  col 02.
           display  "50 AUDITORIA FACTURAS" line 24  col 30.
           display  "98 CAMBIAR EMPRESA"    line 23  col 02.
           display  "99 SALIR"              line 19  col 30.

           display  "OPCION ....:"          line 22  col 02.

       Stop-programa.
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".
