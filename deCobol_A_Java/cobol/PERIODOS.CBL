       Input-output section.
       File-control.

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.
       01  sw  pic 9(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "perp.ws".
       copy  "msg.ws".
       copy  "erro.ws".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
