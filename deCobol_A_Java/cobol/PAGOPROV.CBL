      *
      *  PROGRAMA DE ANOTACION DE PAGOS A PROVEEDORES.  LOS
      *  VENCIMIENTOS LOS GENERA FACRECIB AL GRABAR LA FACTURA
      *  RECIBIDA; AQUI SOLO SE MARCAN COMO PAGADOS (FECHA DE PAGO Y
      *  OPERADOR) O SE ANULA UN PAGO ANOTADO POR ERROR
      *
       Identification division.
       Program-id. pagoprov.
       Environment division.
       Configuration section.
       Source-computer.  rmc85.
       Object-computer.  rmc85.
       Special-names.
           decimal-point is comma.

       Input-output section.
       File-control.

           select  optional  proveedores  assign to nf-proveedor
                                organization is indexed
                                access mode is dynamic
                                record key is pv-nif.

           select  optional  pagprov      assign to nf-pagprov
                                organization is indexed
                                access mode is dynamic
                                record key is pg-clave
                                alternate record key is pg-vencimiento
                                with duplicates.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.

           select  optional  operadores  assign to "operador.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is op-codigo.

       Data division.
       File section.

       Fd  proveedores          label record is standard.
       copy  "prov.fd".

       Fd  pagprov              label record is standard.
       copy  "pagp.fd".

      *    CERROJOS.INX  -  ENCLAVAMIENTO ENTRE PROGRAMAS EN LINEA Y
      *    PROCESOS POR LOTES (CONTADORES DE SESIONES ACTIVAS)
       Fd  cerrojos             label record is standard.
       01  r-cerrojos.
           10  ce-clave         pic 9(01).
           10  ce-online        pic 9(03).
           10  ce-lote          pic 9(03).

       Fd  operadores           label record is standard.
       copy  "oper.fd".

       Working-storage section.

       01  w-hoy                pic 9(08).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "pagp.ws".
       copy  "msg.ws".
       copy  "erro.ws".
       copy  "rmpanels.ws".

       Procedure division.
       Programa section.
       Inicio.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"
             goback.
           if  w-operador  not =  "***"  and  op-per-compras  not = "S"
             display  "OPERADOR SIN PERMISO PARA ESTE PROGRAMA"
             goback.
           perform                          registrar-online.
           open  input                      proveedores.
           open  i-o                        pagprov.
           go to                            display-pantalla.

           copy  "pagp.prc".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           perform                          rmp--da-pagp.
           perform                          rmp--iaf-pagp.
           move "H-NIF" to rmp--field-name  perform  rmp--efi-pagp.
           move "H-NUM" to rmp--field-name  perform  rmp--efi-pagp.
           move "H-PLA" to rmp--field-name  perform  rmp--efi-pagp.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-pagp.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-pagp.

           set  rmp--first-field            to  true.
           perform  with test after  until  b-esc  or
                           (enter-key  and  rmp--last-field = "H-PLA")
             perform                        rmp--ee-pagp
             if  enter-key  and  rmp--last-field = "H-NIF"
               perform                      leer-proveedor
               perform                      rmp--daf-pagp
             end-if
           end-perform.

           if  b-esc                        go to  fin-programa.

       Read-pagprov.
           accept  w-hoy                    from  date  yyyymmdd.
           move  h-nif                      to  pg-nif.
           move  h-num                      to  pg-numero.
           move  h-pla                      to  pg-plazo.
           read  pagprov  invalid key
             move  "VENCIMIENTO INEXISTENTE" to  v-err
             perform                        ver-error
             go to                          display-pantalla.

           move  pg-vencimiento             to  h-ven.
           move  pg-importe                 to  h-imp.
           if  pg-pagado
             move  "PAGADO"                 to  h-sit
             move  pg-fecha-pago            to  h-fpa
           else
             move  "PENDIENTE"              to  h-sit
             move  w-hoy                    to  h-fpa.

       Accept-datos.
           perform                          rmp--ea-pagp.
           move "H-NIF" to rmp--field-name  perform  rmp--dfi-pagp.
           move "H-NUM" to rmp--field-name  perform  rmp--dfi-pagp.
           move "H-PLA" to rmp--field-name  perform  rmp--dfi-pagp.
           if  pg-pendiente
           move "B-BOR" to rmp--field-name  perform  rmp--dfi-pagp.
           perform                          rmp--daf-pagp.

           perform  with test after        until b-gra or b-bor or b-esc
             perform                        rmp--ee-pagp
           end-perform.

           if  b-bor
             move  "� ANULAR PAGO (S/N) ?"   to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             move  "P"                      to  pg-situacion
             move  0                        to  pg-fecha-pago
             move  w-operador               to  pg-operador
             rewrite  r-pagprov  invalid key  continue  end-rewrite.

           if  b-gra
             if  h-fpa = 0  or  h-fpa > w-hoy
               move  "FECHA DE PAGO NO VALIDA" to v-err
               perform                      ver-error
               go to                        accept-datos          end-if
             move  "� ANOTAR PAGO (S/N) ?"   to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             move  "G"                      to  pg-situacion
             move  h-fpa                    to  pg-fecha-pago
             move  w-operador               to  pg-operador
             rewrite  r-pagprov  invalid key  continue  end-rewrite.

           go to                            display-pantalla.

       Leer-proveedor.
           move  function upper-case(h-nif) to  h-nif.
           move  h-nif                      to  pv-nif.
           read  proveedores
             invalid key                    move  spaces  to  h-nom
             not invalid key                move  pv-nombre  to  h-nom
           end-read.

       Pedir-respuesta.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           move  spaces                     to  v-res.
           perform                          rmp--dp-msg.
           perform                          rmp--ee-msg.
           if  not (v-res = "S"  or = "N")  go to  pedir-respuesta.
           perform                          rmp--rp-msg.

       Ver-error.
           set  rmp--show-fields            to  true.
           set  rmp--first-field            to  true.
           perform                          rmp--dp-erro.
           perform                          rmp--ee-erro.
           perform                          rmp--rp-erro.


      *    ENCLAVAMIENTO: LOS PROGRAMAS EN LINEA ESPERAN MIENTRAS
      *    HAY UN PROCESO POR LOTES REGISTRADO EN CERROJOS.INX
       Registrar-online.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos  invalid key
             move  1                        to  ce-clave
             move  0                        to  ce-online  ce-lote
             write  r-cerrojos  invalid key  continue  end-write
           end-read.

           if  ce-lote > 0
             close                          cerrojos
             move  "CIERRE EN CURSO - PULSE PARA REINTENTAR" to v-err
             perform                        ver-error
             go to                          registrar-online.

           add   1                          to  ce-online.
           rewrite  r-cerrojos  invalid key  continue.
           close                            cerrojos.

       Liberar-online.
           open  i-o                        cerrojos.
           move  1                          to  ce-clave.
           read  cerrojos
             invalid key                    continue
             not invalid key
               if  ce-online > 0  subtract 1 from ce-online  end-if
               rewrite  r-cerrojos  invalid key  continue  end-rewrite
           end-read.
           close                            cerrojos.

       Fin-programa.
           perform                          liberar-online.
           perform                          rmp--rp-pagp.
           close                            proveedores.
           close                            pagprov.
           exit program.
       Stop-programa.
           stop run.
