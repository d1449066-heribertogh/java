      *  CADA CARTA ENVIADA SE ANOTA EN RECLAMAC.INX POR FACTURA Y
      *  NIVEL, DE FORMA QUE LA SIGUIENTE EJECUCION EMITE EL AVISO
      *  DE NIVEL SIGUIENTE EN LUGAR DE REPETIR EL PRIMERO
      *  LAS FACTURAS CON UNA INCIDENCIA ABIERTA EN LITIGIOS.INX (O
      *  CERRADA COMO FALLIDA) NO SE RECLAMAN (VER LITA.PRC)
      *
       Identification division.
       Program-id. reclama.
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

           select  optional  reclamaciones  assign to nf-reclamac
                                organization is indexed
                                access mode is dynamic
                                record key is rc-clave.

           select  optional  litigios     assign to nf-litigios
                                organization is indexed
                                access mode is dynamic
                                record key is li-clave.

           select  impreso       assign to nf-reclama-lst
                                organization is line sequential.

       Data division.
           10  rc-fecha-envio       pic 9(08).
           10  rc-pendiente         pic 9(09).

       Fd  litigios             label record is standard.
       copy  "liti.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "empf.ws".
       copy  "lita.ws".

       01  ele                  pic 9(02).
       01  w-hoy                pic 9(08).
       01  w-hoy-dias           pic 9(07).
       01  w-eof                pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  w-cartas             pic 9(05)  value zeros.
       01  w-en-litigio         pic 9(05)  value zeros.

      *    FACTURAS A INCLUIR EN LA CARTA DEL CLIENTE EN CURSO
       01  tabla-carta.
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "UMBRAL AVISO 1 EN DIAS (0 = 30) : "
                                            with no advancing.
           accept    w-umbral-1.
           open  input                      facturas.
           open  input                      clientes.
           open  i-o                        reclamaciones.
           open  input                      litigios.
           open  output                     impreso.

           move  spaces                     to  w-nif-actual.
               perform                      emitir-carta
               move  fa-nif                 to  w-nif-actual
             end-if
             perform  tratar-factura        thru  tratar-factura-exit
             read  facturas  next  at end    set  fin-facturas  to  true
           end-perform.

           close                            facturas.
           close                            clientes.
           close                            reclamaciones.
           close                            litigios.
           close                            impreso.

           display  w-cartas  " CARTA(S) EMITIDA(S) EN RECLAMA.LST".
           if  w-en-litigio  not =  0
             display  w-en-litigio
                      " FACTURA(S) SIN RECLAMAR: EN LITIGIO O FALLIDA".
           goback.

       Tratar-factura.
           compute  w-pendiente  =          w-tot  -  fa-cobrado.
           if  w-pendiente  not >  0        go to  tratar-factura-exit.

      *    MIENTRAS EL CLIENTE DISCUTE LA FACTURA NO SE LE RECLAMA
           move  fa-numero                  to  w-lit-factura.
           perform                          comprobar-litigio.
           if  factura-en-litigio  or  factura-fallida
             add   1                        to  w-en-litigio
             go to                          tratar-factura-exit.

      *    LOS DIAS SE CUENTAN DESDE EL VENCIMIENTO PENDIENTE, NO
      *    DESDE LA FECHA DE FACTURA: DENTRO DE PLAZO NO SE RECLAMA
           perform                          buscar-vencimiento.

       Stop-programa.
           goback.

           copy  "empf.prc".
           copy  "lita.prc".
