       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas-arc
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  impreso       assign to nf-extrarc-lst
                                organization is line sequential.

       Data division.

       Working-storage section.

       copy  "empf.ws".

       01  sw-eof               pic x(01)  value "N".
           88  fin-facturas         value "S".
       01  ele                  pic 9(02).
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "NIF DEL CLIENTE A CONSULTAR : "
                                            with no advancing.
           accept    w-nif-pedido.

       Stop-programa.
           goback.

           copy  "empf.prc".
