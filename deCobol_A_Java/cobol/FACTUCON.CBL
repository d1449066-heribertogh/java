      *  CUALQUIER OTRA.  LAS LINEAS SE RESUELVEN CONTRA
      *  CONCEPTOS.INX (PRECIO DE CATALOGO SI EL PACTADO ES 0).
      *  CT-ULT-PERIODO IMPIDE FACTURAR DOS VECES EL MISMO MES.
      *  SI UN PRECIO SE REVISO (REVIPC) CON FECHA DE EFECTO
      *  POSTERIOR AL PERIODO, SE FACTURA EL ANTERIOR SEGUN EL
      *  HISTORICO DE PRECIOS PREHIS.INX.
      *  CADA FACTURA GENERADA SE ANOTA EN EL REGISTRO ENCADENADO
      *  (COMO FACTURAS Y PRESUPU) Y EN EL MANIFIESTO FACTUCON.LST
      *
       Input-output section.
       File-control.

           select  optional  contratos  assign to nf-contratos
                                organization is indexed
                                access mode is dynamic
                                record key is ct-nif.

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

           select  optional  conceptos  assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  prehis     assign to nf-prehis
                                organization is indexed
                                access mode is dynamic
                                record key is ph-clave.

           select  optional  empresa      assign to "empresa.inx"
                                organization is indexed
                                access mode is dynamic
                                record key is em-clave.

           select  optional  registro  assign to nf-registro
                                organization is indexed
                                access mode is dynamic
                                record key is rg-secuencia.

           select  impreso       assign to nf-factucon-lst
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
           10  co-precio        pic 9(09).
           10  co-iva           pic 9(02).

       Fd  prehis               label record is standard.
       copy  "prhi.fd".

       Fd  empresa              label record is standard.
       01  r-empresa.
           10  em-clave         pic 9(01).
           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

       Fd  registro             label  record is standard.
       copy  "regf.fd".
       Working-storage section.

       copy  "oper.ws".
       copy  "empf.ws".

       01  w-sal-delta          pic s9(11).

       01  w-bn-eof            pic x(01).
       01  w-fac-nueva         pic 9(08).

      *    PRECIO VIGENTE EN LA FECHA DE LA FACTURA Y CLAVE DEL
      *    HISTORICO QUE SE CONSULTA
       01  w-pre-vig           pic 9(09).
       01  w-ph-tipo           pic x(01).
       01  w-ph-nif            pic x(09).
       01  w-ph-codigo         pic x(10).
       01  w-ph-linea          pic 9(02).

       01  w-reg-ult           pic 9(08).
       01  w-reg-huella        pic 9(09).
       01  w-reg-calc          pic 9(18).
           open  i-o                        registro.
           open  i-o                        saldos.
           open  input                      conceptos.
           open  input                      prehis.
           open  input                      empresa.
           open  output                     impreso.

           move  w-empresa                  to  em-clave.
           read  empresa  invalid key
             move  zeros                    to  em-iva-defecto
           end-read.
           close                            registro.
           close                            saldos.
           close                            conceptos.
           close                            prehis.
           close                            empresa.
           close                            impreso.

           write  linea                     from  lin-det.

      *    LINEA DE CONTRATO -> LINEA DE FACTURA: DESCRIPCION, IVA Y
      *    (SI EL PACTADO ES 0) PRECIO DESDE EL CATALOGO.  EL PRECIO
      *    ES EL VIGENTE EN LA FECHA DE LA FACTURA (PRECIO-VIGENTE)
       Montar-linea.
           move  ct-cantidad(ele)           to  fa-cantidad(ele).
           move  ct-codigo(ele)             to  co-codigo.
           read  conceptos
             invalid key
               move  ct-codigo(ele)         to  fa-concepto(ele)
               move  0                      to  fa-liva(ele)  co-precio
             not invalid key
               move  co-descripcion         to  fa-concepto(ele)
               move  co-iva                 to  fa-liva(ele)
           end-read.

           move  ct-codigo(ele)             to  w-ph-codigo.
           if  ct-precio(ele)  not =  0
             move  ct-precio(ele)           to  w-pre-vig
             move  "T"                      to  w-ph-tipo
             move  ct-nif                   to  w-ph-nif
             move  ele                      to  w-ph-linea
           else
             move  co-precio                to  w-pre-vig
             move  "C"                      to  w-ph-tipo
             move  spaces                   to  w-ph-nif
             move  0                        to  w-ph-linea
           end-if.
           perform  precio-vigente          thru  precio-vigente-exit.
           move  w-pre-vig                  to  fa-precio(ele).

      *    EL PRIMER CAMBIO DEL HISTORICO CON FECHA DE EFECTO
      *    POSTERIOR A LA FACTURA GUARDA EL PRECIO QUE REGIA EN ELLA;
      *    SIN CAMBIOS POSTERIORES VALE EL PRECIO ACTUAL
       Precio-vigente.
           move  w-ph-tipo                  to  ph-tipo.
           move  w-ph-nif                   to  ph-nif.
           move  w-ph-codigo                to  ph-codigo.
           move  w-ph-linea                 to  ph-linea.
           move  fa-fecha                   to  ph-fecha.
           start  prehis  key  >  ph-clave
             invalid key                    go to  precio-vigente-exit.
           read  prehis  next  at end       go to  precio-vigente-exit.
           if  ph-tipo = w-ph-tipo  and  ph-nif = w-ph-nif  and
               ph-codigo = w-ph-codigo  and  ph-linea = w-ph-linea
             move  ph-precio-ant            to  w-pre-vig.

       Precio-vigente-exit.
           exit.

      *    SIGUIENTE NUMERO DE LA SERIE NORMAL AAAA0001-AAAA8999
      *    (MISMO CONVENIO QUE BUSCAR-ULTIMO-NUMERO EN FACTURAS)
       Buscar-siguiente-numero.
           stop run.

           copy  "oper.prc".
           copy  "empf.prc".
