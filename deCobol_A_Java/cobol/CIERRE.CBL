       Input-output section.
       File-control.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  clihist      assign to nf-clihist
                                organization is indexed
                                access mode is dynamic
                                record key is ch-clave.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  procesos  assign to nf-procesos
                                organization is indexed
                                access mode is dynamic
                                record key is pz-programa.
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  w-tipo               pic x(01).
       01  w-hoy                pic 9(08).
           close                            cerrojos.

           copy  "oper.prc".
           copy  "empf.prc".
