      *    MODO E - REEMITIR UNA TIRADA COMPLETA O UN RANGO DE
      *             NUMEROS DE FACTURA, REGENERANDO .LST Y .CSV SIN
      *             TOCAR FA-SITUACION NI EL CONTROL DE TIRADAS
      *
      *  EN LOS MODOS N Y R NO SALEN LAS FACTURAS RETENIDAS POR LA
      *  AUDITORIA DE AUDIFAC (RETENFAC.INX): SIGUEN EN "S" HASTA
      *  QUE SE LIBERAN
      *
       Identification division.
       Program-id. imprime.
       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  impreso       assign to nf-impreso-lst
                                organization is line sequential.

           select  optional  respuestas   assign to nf-cadena-par
                                organization is line sequential.

           select  expfact       assign to nf-factura-csv
                                organization is line sequential.

           select  optional  empresa      assign to "empresa.inx"
                                access mode is dynamic
                                record key is em-clave.

           select  optional  imprctl     assign to nf-imprctl
                                organization is indexed
                                access mode is dynamic
                                record key is ic-clave.

           select  optional  retenidas  assign to nf-retenfac
                                organization is indexed
                                access mode is dynamic
                                record key is rn-numero.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  respuestas           label record is omitted.
       copy  "cadr.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

      *    IMPRCTL.INX  -  PUNTO DE CONTROL DE LA IMPRESION POR
      *    LOTES: UN REGISTRO POR FACTURA CONFIRMADA EN CADA TIRADA
      *    OPERADOR QUE LANZO LA TIRADA
           10  ic-operador          pic x(03).

       Fd  retenidas            label record is standard.
       copy  "rete.fd".

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Fd  cerrojos             label record is standard.

       copy  "imprfac.ws".
       copy  "oper.ws".
       copy  "empf.ws".
       copy  "cadr.ws".

       01  ele                  pic  9(02).
       01  w-eof                pic  x(01)  value  "N".
       01  w-eof-ctl            pic  x(01)  value  "N".
           88  fin-imprctl          value "S".
       01  w-impresas            pic  9(05)  value zeros.
       01  w-retenidas           pic  9(05)  value zeros.
       01  w-modo               pic  x(01).
       01  w-run                pic  9(06).
       01  w-run-pedida         pic  9(06).
       Procedure division.
       Programa section.
       Inicio.
           move  8                          to  return-code.
           perform                          cargar-respuestas.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"

           display  "MODO (N=NUEVA / R=REANUDAR / E=REEMISION) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  w-cad-dato                 to  w-modo.
           inspect   w-modo  converting  "nre"  to  "NRE".
           if  not (w-modo = "N"  or = "R"  or = "E")
             display  "MODO NO VALIDO"
           open  input                      clientes.
           open  i-o                        facturas.
           open  i-o                        imprctl.
           open  input                      retenidas.
           open  output                     impreso.
           open  output                     expfact.
           move  "N"                        to  w-csv-cabecera.

           open  input                      empresa.
           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  spaces                   to  r-empresa
             move  zeros                    to  em-postal em-iva-defecto
           close                            clientes.
           close                            empresa.
           close                            imprctl.
           close                            retenidas.
           perform                          liberar-lote.
           display  w-impresas  " FACTURA(S) IMPRESA(S)".
           if  w-retenidas  not =  0
             display  w-retenidas  " FACTURA(S) RETENIDA(S) POR "
                      "AUDIFAC - NO IMPRESA(S)".
           move  0                          to  return-code.
           goback.

           copy  "imprfac.prc".
           copy  "oper.prc".
           copy  "empf.prc".
           copy  "cadr.prc".

      *
      *    MODOS N Y R: RECORRIDO DE LAS FACTURAS EN SITUACION "S".

           perform  with test before        until  fin-facturas
             perform                        tratar-factura
                                            thru  tratar-factura-exit
             read  facturas  next  at end    set  fin-facturas  to  true
           end-perform.

       Tratar-factura.
           if  fa-situacion  not =  "S"     go to  tratar-factura-exit.

           move  fa-numero                  to  rn-numero.
           read  retenidas
             invalid key                    continue
             not invalid key
               add   1                      to  w-retenidas
               go to                        tratar-factura-exit
           end-read.

           move  fa-nif                     to  cl-nif.
           read  clientes
             invalid key                    move  spaces  to  r-clientes
       Reemitir.
           display  "NUMERO DE TIRADA A REEMITIR (0=POR RANGO) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-run-pedida.
           unstring  w-cad-dato  delimited by  all space
                     into  w-run-pedida.
           if  w-run-pedida  not =  0       perform  reemitir-tirada
           else                             perform  reemitir-rango.


       Reemitir-rango.
           display  "FACTURA DESDE : "      with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-num-desde.
           unstring  w-cad-dato  delimited by  all space
                     into  w-num-desde.
           display  "FACTURA HASTA : "      with no advancing.
           perform                          leer-respuesta.
           move  0                          to  w-num-hasta.
           unstring  w-cad-dato  delimited by  all space
                     into  w-num-hasta.
           display  "SERIE (N/R, VACIO=TODAS) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  w-cad-dato                 to  w-ser-pedida.
           inspect   w-ser-pedida  converting  "nr"  to  "NR".

           move  w-num-desde                to  fa-numero.
