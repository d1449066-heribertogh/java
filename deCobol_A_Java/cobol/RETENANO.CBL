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

           select  impreso       assign to nf-retenano-lst
                                organization is line sequential.

       Data division.

       Working-storage section.

       copy  "empf.ws".

       01  ele                  pic 9(02).
       01  w-ano-pedido         pic 9(04).
       01  w-base               pic s9(09).
       Procedure division.
       Programa section.
       Inicio.
           perform                          elegir-empresa.
           display  "ANO A DECLARAR (AAAA) : "
                                            with no advancing.
           accept    w-ano-pedido.

       Stop-programa.
           goback.

           copy  "empf.prc".
