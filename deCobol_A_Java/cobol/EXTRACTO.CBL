      *
      *  PROGRAMA DE EXTRACTO DE CLIENTE / FACTURAS PENDIENTES
      *  LAS FACTURAS CON UNA INCIDENCIA ABIERTA EN LITIGIOS.INX SE
      *  LISTAN COMO "EN LITIGIO" (Y LAS CERRADAS COMO FALLIDAS COMO
      *  "FALLIDA") SIN DIAS DE DEMORA Y FUERA DEL TOTAL PENDIENTE,
      *  CON SU PROPIO TOTAL (VER LITA.PRC)
      *
       Identification division.
       Program-id. extracto.
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

           select  optional  litigios     assign to nf-litigios
                                organization is indexed
                                access mode is dynamic
                                record key is li-clave.

           select  impreso       assign to nf-extracto-lst
                                organization is line sequential.

       Data division.
       Fd  clientes             label record is standard.
       copy  "clie.fd".

       Fd  litigios             label record is standard.
       copy  "liti.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "empf.ws".
       copy  "lita.ws".

       01  sw-eof               pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  ele                  pic 9(02).
       01  w-pendiente          pic s9(09).
       01  w-suma-tot           pic s9(09)  value zeros.
       01  w-suma-pen           pic s9(09)  value zeros.
       01  w-suma-lit           pic s9(09)  value zeros.

       01  lin-cab-1.
           10  filler           pic x(132) value
           10  ld-pen           pic -zzz.zzz.zz9.
           10  filler           pic x(02)  value spaces.
           10  ld-dia           pic zzzz9.
           10  filler           pic x(02)  value spaces.
           10  ld-litigio       pic x(10).
       01  lin-tot.
           10  filler           pic x(28)  value
               "TOTALES............:".
           10  filler           pic x(09)  value spaces.
           10  filler           pic x(02)  value spaces.
           10  lt-pen           pic -zzz.zzz.zz9.
       01  lin-tot-lit.
           10  filler           pic x(28)  value
               "EN LITIGIO O FALLIDAS..:".
           10  filler           pic x(12)  value spaces.
           10  filler           pic x(02)  value spaces.
           10  filler           pic x(09)  value spaces.
           10  filler           pic x(02)  value spaces.
           10  ltl-pen          pic -zzz.zzz.zz9.

       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "NIF DEL CLIENTE A CONSULTAR : "
                                            with no advancing.
           accept    w-nif-pedido.

           open  input                      facturas.
           open  input                      clientes.
           open  input                      litigios.
           open  output                     impreso.

           accept  w-hoy                     from  date  yyyymmdd.

           perform  with test before        until  fin-facturas
                       or  fa-nif  not =  w-nif-pedido
             perform  tratar-factura        thru  tratar-factura-exit
             read  facturas  next  at end    set  fin-facturas  to  true
           end-perform.

           move  w-suma-tot                 to  lt-tot.
           move  w-suma-pen                 to  lt-pen.
           write  linea                     from  lin-tot.
           if  w-suma-lit  not =  0
             move  w-suma-lit               to  ltl-pen
             write  linea                   from  lin-tot-lit
           end-if.

           close                            facturas.
           close                            clientes.
           close                            litigios.
           close                            impreso.

           display  "EXTRACTO GENERADO EN EXTRACTO.LST".
           move  fa-cobrado                 to  ld-cob.
           move  w-pendiente                to  ld-pen.
           move  w-dias-trans               to  ld-dia.

      *    EN LITIGIO NO CUENTA COMO DEUDA VENCIDA
           move  fa-numero                  to  w-lit-factura.
           perform                          comprobar-litigio.
           move  spaces                     to  ld-litigio.
           if  factura-en-litigio
             move  "EN LITIGIO"             to  ld-litigio.
           if  factura-fallida
             move  "FALLIDA"                to  ld-litigio.
           if  ld-litigio  not =  spaces
             move  0                        to  ld-dia.
           write  linea                     from  lin-det.

           add   w-tot                      to  w-suma-tot.
           if  ld-litigio = spaces
             add   w-pendiente              to  w-suma-pen
           else
             add   w-pendiente              to  w-suma-lit
           end-if.

       Tratar-factura-exit.
           exit.

       Buscar-vencimiento-exit.
           exit.

           copy  "empf.prc".
           copy  "lita.prc".
