       Input-output section.
       File-control.

           select  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  impreso       assign to nf-concilia-lst
                                organization is line sequential.

           select  optional  respuestas   assign to nf-cadena-par
                                organization is line sequential.

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
       Fd  facturas             label  record is standard.
       copy  "fact.fd".

       Fd  respuestas           label record is omitted.
       copy  "cadr.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "cadr.ws".

       01  ele                  pic 9(02).
       01  w-hoy                pic 9(08).
       Procedure division.
       Programa section.
       Inicio.
           move  8                          to  return-code.
           perform                          cargar-respuestas.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"

           display  w-revisados      " CLIENTE(S) REVISADO(S)".
           display  w-discrepancias  " DISCREPANCIA(S) ENCONTRADA(S)".
           if  w-discrepancias = 0
             move  0                        to  return-code
           else
             move  4                        to  return-code.
           goback.

       Anotar-proceso.
           goback.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "cadr.prc".
