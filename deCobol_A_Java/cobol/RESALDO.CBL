       Input-output section.
       File-control.

           select  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  optional  saldos     assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.

           select  impreso       assign to nf-resaldo-lst
                                organization is line sequential.

           select  optional  respuestas   assign to nf-cadena-par
                                organization is line sequential.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
       Fd  saldos               label record is standard.
       copy  "sald.fd".

       Fd  respuestas           label record is omitted.
       copy  "cadr.fd".

       Fd  impreso              label record is omitted.
       01  linea                pic x(132).

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "cadr.ws".

       01  ele                  pic 9(02).
       01  w-modo               pic x(01).
       Procedure division.
       Programa section.
       Inicio.
           move  8                          to  return-code.
           perform                          cargar-respuestas.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"

           display  "MODO (C=COTEJAR / R=RECONSTRUIR) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  w-cad-dato                 to  w-modo.
           inspect   w-modo  converting  "cr"  to  "CR".
           if  not (w-modo = "C"  or = "R")
             display  "MODO NO VALIDO"

           display  w-revisados      " CLIENTE(S) REVISADO(S)".
           display  w-discrepancias  " DISCREPANCIA(S) - RESALDO.LST".
           if  w-discrepancias = 0
             move  0                        to  return-code
           else
             move  4                        to  return-code.
           goback.

       Acumular-factura.
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "cadr.prc".
