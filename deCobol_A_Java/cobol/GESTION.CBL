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
      *    FICHEROS PROPIOS DE ESTE PROGRAMA (DISTINTOS DE LOS DE
      *    IMPRIME, QUE IMPRIME POR LOTES, PARA QUE UNA IMPRESION
      *    SUELTA DESDE AQUI NO PISE EL LISTADO/CSV DEL LOTE)
           select  impreso       assign to nf-gestion-lst
                                organization is line sequential.

           select  expfact       assign to nf-gestion-csv
                                organization is line sequential.

           select  cobros        assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.
                                access mode is dynamic
                                record key is em-clave.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  saldos     assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.

           select  optional  periodos  assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.

           select  optional  autefec   assign to nf-autefec
                                organization is indexed
                                access mode is dynamic
                                record key is ae-clave.

       Data division.
       File section.

           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Fd  periodos             label record is standard.
       copy  "peri.fd".

       Fd  autefec              label record is standard.
       copy  "efec.fd".

       Working-storage section.

       copy  "rmpanels.ws".
       copy  "erro.ws".
       copy  "msg.ws".
       copy  "oper.ws".
       copy  "empf.ws".
       copy  "peri.ws".
       copy  "efec.ws".

       01  w-numero.
           10  w-aaa           pic 9(04).
           open  i-o                        saldos.
           open  input                      periodos.
           open  input                      empresa.
           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  spaces                   to  r-empresa
             move  zeros                    to  em-postal em-iva-defecto
                                                em-limite-efectivo
           end-read.


           copy  "msg.prc".
           copy  "imprfac.prc".
           copy  "oper.prc".
           copy  "empf.prc".
           copy  "peri.prc".
           copy  "efec.prc".


       Display-pantalla.
       Accept-datos.
           perform                          rmp--da-gest.
           move "F-PAG" to rmp--field-name  perform  rmp--efi-gest.
           move "F-MED" to rmp--field-name  perform  rmp--efi-gest.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-gest.
           move "B-IMP" to rmp--field-name  perform  rmp--efi-gest.
           move "B-GRA" to rmp--field-name  perform  rmp--efi-gest.
               perform                      ver-error
               go to                        accept-datos          end-if

             inspect  f-med  converting  "etqjc"  to  "ETQJC"
             if  f-pag > 0  and  not ( f-med = "E" or = "T" or = "Q"
                                       or = "J" or = "C" )
               move  "MEDIO DE PAGO NO VALIDO (E/T/Q/J/C)" to v-err
               perform                      ver-error
               go to                        accept-datos          end-if

      *      EFECTIVO DE UN EMPRESARIO O PROFESIONAL QUE LLEGA AL
      *      LIMITE LEGAL: SOLO CON AUTORIZACION DE UN SUPERVISOR,
      *      QUE QUEDA ANOTADA EN AUTEFEC.INX AL GRABAR EL COBRO
             move  "N"                      to  w-efe-excede
             if  f-pag > 0  and  f-med = "E"
               move  fa-numero              to  w-efe-numero
               move  f-pag                  to  w-efe-importe
               move  fa-nif                 to  w-efe-nif
               move  fa-retencion           to  w-efe-retencion
               move  "GESTION"              to  w-efe-programa
               perform  comprobar-efectivo
                    thru  comprobar-efectivo-exit
             end-if
             if  efectivo-excede
               move  "SUPERA LIMITE EFECTIVO - AUTORIZAR S/N" to v-msg
               perform                      pedir-respuesta
               if  v-res = "N"              go to  accept-datos  end-if
               perform                      pedir-supervisor
               if  not  efectivo-autorizado
                 move  "SUPERVISOR NO AUTORIZADO" to v-err
                 perform                    ver-error
                 go to                      accept-datos         end-if
             end-if

             move  "� GRABAR DATOS (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             accept  w-cob-hoy              from  date  yyyymmdd
             move  w-cob-hoy                to  w-fecha-comp
             perform                        comprobar-periodo
                                            thru  comprobar-periodo-fin
             if  periodo-cerrado
               move  spaces                 to  v-msg
               string  "PERIODO CERRADO - COBRAR "  w-fecha-abierta
           if  not (v-res = "S"  or = "N")  go to  pedir-respuesta.
           perform                          rmp--rp-msg.

       Pedir-supervisor.
           move  spaces                     to  w-efe-sup-codigo
                                                w-efe-sup-clave.
           display  "SUPERVISOR"            line 23  col 02.
           display  "> "                    line 23  col 20.
           accept    w-efe-sup-codigo        line 23  col 22.
           display  "CLAVE SUPERVISOR"      line 23  col 02.
           display  "> "                    line 23  col 20.
           accept    w-efe-sup-clave         line 23  col 22.
           perform                          autorizar-efectivo.

       Ver-error.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           move  w-cob-hoy                   to  cb-fecha.
           move  f-pag                       to  cb-importe.
           move  w-operador                  to  cb-operador.
           move  f-med                       to  cb-medio.
           write  r-cobros.
           if  efectivo-excede
             perform                         anotar-autorizacion.

           open  output                      impreso.
           move  spaces                      to  linea.
