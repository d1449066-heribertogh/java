      *
      *  PROGRAMA DE MANTENIMIENTO DE PROVEEDORES
      *  (EL NIF DE UN PROVEEDOR NUEVO SE VALIDA CON VALNIF, COMO EN
      *   CLIENTES; UN PROVEEDOR CON FACTURAS RECIBIDAS NO SE BORRA)
      *
       Identification division.
       Program-id. proveedo.
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

           select  optional  facrecib     assign to nf-facrecib
                                organization is indexed
                                access mode is dynamic
                                record key is fr-clave.

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

       Fd  facrecib             label record is standard.
       copy  "frec.fd".

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

       01  sw  pic 9(01).
       01  w-con-facturas       pic x(01).

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "prov.ws".
       copy  "valnif.ws".
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
           open  i-o                        proveedores.
           open  input                      facrecib.
           go to                            display-pantalla.

           copy  "prov.prc".
           copy  "msg.prc".
           copy  "erro.prc".
           copy  "valnif.prc".
           copy  "oper.prc".
           copy  "empf.prc".


       Display-pantalla.
           perform                          rmp--da-prov.
           perform                          rmp--iaf-prov.
           move "D-NIF" to rmp--field-name  perform  rmp--efi-prov.
           move "B-ESC" to rmp--field-name  perform  rmp--efi-prov.
           set  rmp--show-fields            to  true.
           perform                          rmp--dp-prov.

           set  rmp--first-field            to  true.
           perform  with test after  until  b-esc  or  enter-key
             perform                        rmp--ee-prov
           end-perform.

           if  b-esc                        go to  fin-programa.

       Read-proveedores.
           move  function upper-case(d-nif) to  d-nif.
           move  d-nif                      to  pv-nif.
           move  1                          to  sw.
           read  proveedores  invalid key
             accept  d-fal                  from  date  yyyymmdd
             go to                          accept-datos.

           move  0                          to  sw.
           move  pv-nombre                  to  d-nom.
           move  pv-domicilio               to  d-dom.
           move  pv-poblacion               to  d-pob.
           move  pv-postal                  to  d-cpos.
           move  pv-telefono                to  d-tel.
           move  pv-iban                    to  d-iban.
           move  pv-fecha-alta              to  d-fal.
           move  pv-dias-pago-1             to  d-dia1.
           move  pv-dias-pago-2             to  d-dia2.
           move  pv-pct-pago-1              to  d-pct1.
           move  pv-retencion               to  d-ret.

       Accept-datos.
           perform                          rmp--ea-prov.
           move "D-NIF" to rmp--field-name  perform  rmp--dfi-prov.
           if  sw = 1
           move "B-BOR" to rmp--field-name  perform  rmp--dfi-prov.
           perform                          rmp--daf-prov.

           perform  with test after        until b-gra or b-bor or b-esc
             perform                        rmp--ee-prov
           end-perform.

           if  b-bor
             perform                        buscar-facturas
             if  w-con-facturas = "S"
               move  "PROVEEDOR CON FACTURAS - NO SE BORRA" to v-err
               perform                      ver-error
               go to                        accept-datos          end-if
             move  "� BORRAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             delete  proveedores  invalid key  continue  end-delete.

           if  b-gra
      *      EN UN ALTA SE VALIDA LA LETRA DEL NIF/CIF
             if  sw = 1
               move  d-nif                  to  vn-nif
               perform                      validar-nif
               if  not  vn-valido
                 move  "LETRA DE NIF/CIF NO VALIDA" to v-err
                 perform                    ver-error
                 go to                      accept-datos
               end-if
             end-if
             if  d-nom = spaces
               move  "NOMBRE OBLIGATORIO"   to  v-err
               perform                      ver-error
               go to                        accept-datos          end-if
             if  d-pct1 > 100
               move  "PORCENTAJE DE VENCIMIENTO NO VALIDO" to v-err
               perform                      ver-error
               go to                        accept-datos          end-if
             move  "� GRABAR REGISTRO (S/N) ?"  to  v-msg
             perform                        pedir-respuesta
             if  v-res = "N"                go to  accept-datos   end-if
             move  d-nif                    to  pv-nif
             move  d-nom                    to  pv-nombre
             move  d-dom                    to  pv-domicilio
             move  d-pob                    to  pv-poblacion
             move  d-cpos                   to  pv-postal
             move  d-tel                    to  pv-telefono
             move  d-iban                   to  pv-iban
             move  d-fal                    to  pv-fecha-alta
             move  d-dia1                   to  pv-dias-pago-1
             move  d-dia2                   to  pv-dias-pago-2
             move  d-pct1                   to  pv-pct-pago-1
             move  d-ret                    to  pv-retencion
             write  r-proveedores  invalid key  rewrite  r-proveedores.

           go to                            display-pantalla.

      *    ALGUNA FACTURA RECIBIDA DEL PROVEEDOR EN PANTALLA
       Buscar-facturas.
           move  "N"                        to  w-con-facturas.
           move  d-nif                      to  fr-nif.
           move  low-values                 to  fr-numero.
           start  facrecib  key  not <  fr-clave
             invalid key                    continue
             not invalid key
               read  facrecib  next
                 at end                     continue
                 not at end
                   if  fr-nif = d-nif
                     move  "S"              to  w-con-facturas
                   end-if
               end-read
           end-start.

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
           perform                          rmp--rp-prov.
           close                            proveedores.
           close                            facrecib.
           exit program.
       Stop-programa.
           stop run.
