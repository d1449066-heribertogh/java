       Input-output section.
       File-control.

           select  optional  contratos  assign to nf-contratos
                                organization is indexed
                                access mode is dynamic
                                record key is ct-nif.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
       copy  "erro.ws".
       copy  "msg.ws".
       copy  "oper.ws".
       copy  "empf.ws".

       01  sw                  pic 9(01).
       01  ele                 pic 9(02).
           copy  "erro.prc".
           copy  "msg.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
