      *  CADA ALBARAN QUEDA MARCADO CON LA FACTURA QUE LO AGRUPO
      *  (LOS MARCADOS SE REESCRIBEN AL FINAL, PARA NO MOVER LA
      *  POSICION DEL RECORRIDO POR AL-NIF).  MANIFIESTO EN
      *  FACTUALB.LST.  A PETICION, CADA FACTURA DESCUENTA LOS
      *  ANTICIPOS PENDIENTES DEL CLIENTE NO VINCULADOS A UN
      *  PRESUPUESTO (LOS VINCULADOS ESPERAN A QUE PRESUPU FACTURE
      *  SU PRESUPUESTO), SI QUEDAN LINEAS LIBRES
      *
       Identification division.
       Program-id. factualb.
       Input-output section.
       File-control.

           select  optional  albaranes  assign to nf-albaranes
                                organization is indexed
                                access mode is dynamic
                                record key is al-numero
                                alternate record key is al-nif
                                with duplicates.

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
                                access mode is dynamic
                                record key is em-clave.

           select  optional  registro  assign to nf-registro
                                organization is indexed
                                access mode is dynamic
                                record key is rg-secuencia.

           select  impreso       assign to nf-factualb-lst
                                organization is line sequential.

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

           select  optional  anticipos  assign to nf-anticipos
                                organization is indexed
                                access mode is dynamic
                                record key is an-factura
                                alternate record key is an-nif
                                with duplicates.

       Data division.
       File section.

           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

       Fd  registro             label  record is standard.
       copy  "regf.fd".
       Fd  saldos               label record is standard.
       copy  "sald.fd".

       Fd  anticipos            label record is standard.
       copy  "anti.fd".

       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".
       copy  "apan.ws".

       01  w-sal-delta          pic s9(11).

       01  w-generadas          pic 9(05)  value zeros.
       01  w-agrupados          pic 9(05)  value zeros.
       01  w-saltados           pic 9(05)  value zeros.
       01  w-con-anticipos      pic x(01).
       01  w-anticipos          pic 9(05)  value zeros.
       01  w-ant-sin-linea      pic 9(05)  value zeros.

      *    ESTADO DE LA FACTURA EN CONSTRUCCION
       01  w-fac-abierta        pic x(01)  value "N".
           10  filler           pic x(10)  value " ALBARANES".
           10  filler           pic x(02)  value spaces.
           10  ld-tot           pic -zzz.zzz.zz9.
       01  lin-ant.
           10  filler           pic x(13)  value spaces.
           10  filler           pic x(09)  value "ANTICIPO ".
           10  la-num           pic 9(08).
           10  filler           pic x(11)  value " DESCONTADO".

       Procedure division.
       Programa section.
           display  "FECHA FIN    DEL PERIODO (AAAAMMDD) : "
                                            with no advancing.
           accept    w-fec-fin.
           display  "DESCONTAR ANTICIPOS PENDIENTES (S/N): "
                                            with no advancing.
           accept    w-con-anticipos.
           move  function upper-case(w-con-anticipos)
                                            to  w-con-anticipos.

           accept  w-hoy                     from  date  yyyymmdd.

           open  i-o                        clientes.
           open  i-o                        registro.
           open  i-o                        saldos.
           open  i-o                        anticipos.
           open  input                      empresa.
           open  output                     impreso.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  zeros                    to  em-iva-defecto
           end-read.
           close                            clientes.
           close                            registro.
           close                            saldos.
           close                            anticipos.
           close                            empresa.
           close                            impreso.

           display  w-agrupados  " ALBARAN(ES) AGRUPADO(S)".
           if  w-saltados  not =  0
             display  w-saltados  " ALBARAN(ES) SIN TRATAR".
           if  w-con-anticipos = "S"
             display  w-anticipos  " ANTICIPO(S) DESCONTADO(S)".
           if  w-ant-sin-linea  not =  0
             display  w-ant-sin-linea  " ANTICIPO(S) SIN LINEA LIBRE".
           goback.

       Tratar-albaran.
                                                cl-pct-pago-1
           end-read.

           move  0                          to  ap-cuenta.
           if  w-con-anticipos = "S"
             move  0                        to  ap-presupuesto
             move  "L"                      to  ap-alcance
             perform                        descontar-anticipos
             add   ap-cuenta                to  w-anticipos
             add   ap-sin-linea             to  w-ant-sin-linea
           end-if.
           perform                          calcular-total.
           perform                          calcular-vencimientos.
           write  r-facturas  invalid key   rewrite  r-facturas
           move  spaces                     to  linea.
           write  linea                     from  lin-det.

           move  0                          to  ap-i.
           perform  ap-cuenta  times
             add   1                        to  ap-i
             move  ap-factura(ap-i)         to  la-num
             move  spaces                   to  linea
             write  linea                   from  lin-ant
           end-perform.
           perform                          marcar-anticipos.

           move  "N"                        to  w-fac-abierta.

       Cerrar-factura-exit.
           end-read.
           close                            cerrojos.

      *    EN ESTE PROCESO LOS ANTICIPOS QUE CABEN SE DESCUENTAN SIN
      *    PREGUNTAR (SE PIDIO AL ARRANCAR)
       Confirmar-anticipo.
           move  "S"                        to  ap-respuesta.

       Stop-programa.
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "apan.prc".
