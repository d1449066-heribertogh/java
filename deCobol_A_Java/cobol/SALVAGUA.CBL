      *          EN SALVACTL.INX
      *  MODO R: VUELCA LAS COPIAS .SAV SOBRE LOS FICHEROS VIVOS Y
      *          RECUENTA LO RESTAURADO CONTRA LA COPIA
      *  TRATA LOS FICHEROS DE LA EMPRESA DE TRABAJO, CON SUS COPIAS
      *  EN SU PROPIO DIRECTORIO.  LOS FICHEROS COMUNES A TODAS LAS
      *  EMPRESAS (EMPRESA.INX Y OPERADOR.INX) SOLO SE SALVAN Y
      *  RESTAURAN EN LA EMPRESA 1, PARA QUE RESTAURAR OTRA EMPRESA
      *  NO PISE LOS DATOS DE LAS DEMAS
      *
       Identification division.
       Program-id. salvagua.
       Input-output section.
       File-control.

           select  optional  facturas     assign to nf-facturas
                                organization is indexed
                                access mode is dynamic
                                record key is fa-numero
                                alternate record key is fa-nif
                                with duplicates.

           select  optional  facturas-sav assign to nf-facturas-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s1-numero
                                alternate record key is s1-nif
                                with duplicates.

           select  optional  clientes     assign to nf-clientes
                                organization is indexed
                                access mode is dynamic
                                record key is cl-nif.

           select  optional  clientes-sav assign to nf-clientes-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s2-nif.

           select  optional  cobros       assign to nf-cobros
                                organization is indexed
                                access mode is dynamic
                                record key is cb-clave.

           select  optional  cobros-sav   assign to nf-cobros-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s3-clave.

           select  optional  tarifas      assign to nf-tarifas
                                organization is indexed
                                access mode is dynamic
                                record key is ta-clave.

           select  optional  tarifas-sav  assign to nf-tarifas-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s4-clave.

           select  optional  conceptos    assign to nf-conceptos
                                organization is indexed
                                access mode is dynamic
                                record key is co-codigo.

           select  optional  conceptos-sav assign to nf-conceptos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s5-codigo.
                                access mode is dynamic
                                record key is s6-clave.

           select  optional  remesas      assign to nf-remesas
                                organization is indexed
                                access mode is dynamic
                                record key is re-clave.

           select  optional  remesas-sav  assign to nf-remesas-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s7-clave.

           select  optional  reclamaciones  assign to nf-reclamac
                                organization is indexed
                                access mode is dynamic
                                record key is rc-clave.

           select  optional  reclamac-sav assign to nf-reclamac-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s8-clave.

           select  optional  imprctl      assign to nf-imprctl
                                organization is indexed
                                access mode is dynamic
                                record key is ic-clave.

           select  optional  imprctl-sav  assign to nf-imprctl-sav
                                organization is indexed
                                access mode is dynamic
                                record key is s9-clave.

           select  optional  registro     assign to nf-registro
                                organization is indexed
                                access mode is dynamic
                                record key is rg-secuencia.

           select  optional  registro-sav assign to nf-registro-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sa-secuencia.

           select  optional  facturas-arc
                                assign to nf-facturas-arc
                                organization is indexed
                                access mode is dynamic
                                record key is fx-numero
                                alternate record key is fx-nif
                                with duplicates.

           select  optional  factarc-sav  assign to nf-facturas-arc-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sb-numero
                                alternate record key is sb-nif
                                with duplicates.

           select  optional  cobros-arc   assign to nf-cobros-arc
                                organization is indexed
                                access mode is dynamic
                                record key is cx-clave.

           select  optional  cobrarc-sav  assign to nf-cobros-arc-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sc-clave.

           select  optional  fachist-arc  assign to nf-fachist-arc
                                organization is indexed
                                access mode is dynamic
                                record key is hx-clave.

           select  optional  fachistarc-sav
                                assign to nf-fachist-arc-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sd-clave.
                                access mode is dynamic
                                record key is se-codigo.

           select  optional  procesos     assign to nf-procesos
                                organization is indexed
                                access mode is dynamic
                                record key is pz-programa.

           select  optional  procesos-sav assign to nf-procesos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sf-programa.

           select  optional  agentes      assign to nf-agentes
                                organization is indexed
                                access mode is dynamic
                                record key is ag-codigo.

           select  optional  agentes-sav  assign to nf-agentes-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sg-codigo.

           select  optional  contratos    assign to nf-contratos
                                organization is indexed
                                access mode is dynamic
                                record key is ct-nif.

           select  optional  contratos-sav assign to nf-contratos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sh-nif.

           select  optional  albaranes    assign to nf-albaranes
                                organization is indexed
                                access mode is dynamic
                                record key is al-numero
                                alternate record key is al-nif
                                with duplicates.

           select  optional  albaranes-sav assign to nf-albaranes-sav
                                organization is indexed
                                access mode is dynamic
                                record key is si-numero
                                alternate record key is si-nif
                                with duplicates.

           select  optional  saldos       assign to nf-saldos
                                organization is indexed
                                access mode is dynamic
                                record key is sl-nif.

           select  optional  saldos-sav   assign to nf-saldos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sj-nif.

           select  optional  periodos     assign to nf-periodos
                                organization is indexed
                                access mode is dynamic
                                record key is pe-periodo.

           select  optional  periodos-sav assign to nf-periodos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sk-periodo.

           select  optional  asiexp       assign to nf-asiexp
                                organization is indexed
                                access mode is dynamic
                                record key is ax-clave.

           select  optional  asiexp-sav assign to nf-asiexp-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sl-clave.

           select  optional  proveedores  assign to nf-proveedor
                                organization is indexed
                                access mode is dynamic
                                record key is pv-nif.

           select  optional  proveedores-sav assign to nf-proveedor-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sm-nif.

           select  optional  facrecib     assign to nf-facrecib
                                organization is indexed
                                access mode is dynamic
                                record key is fr-clave.

           select  optional  facrecib-sav assign to nf-facrecib-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sn-clave.

           select  optional  pagprov      assign to nf-pagprov
                                organization is indexed
                                access mode is dynamic
                                record key is pg-clave
                                alternate record key is pg-vencimiento
                                with duplicates.

           select  optional  pagprov-sav assign to nf-pagprov-sav
                                organization is indexed
                                access mode is dynamic
                                record key is so-clave.

           select  optional  interes      assign to nf-interes
                                organization is indexed
                                access mode is dynamic
                                record key is it-semestre.

           select  optional  interes-sav assign to nf-interes-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sp-semestre.

           select  optional  intdemor     assign to nf-intdemor
                                organization is indexed
                                access mode is dynamic
                                record key is id-clave.

           select  optional  intdemor-sav assign to nf-intdemor-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sq-clave.

           select  optional  autefec      assign to nf-autefec
                                organization is indexed
                                access mode is dynamic
                                record key is ae-clave.

           select  optional  autefec-sav assign to nf-autefec-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sr-clave.

           select  optional  mandatos     assign to nf-mandatos
                                organization is indexed
                                access mode is dynamic
                                record key is md-referencia
                                alternate record key is md-nif
                                with duplicates.

           select  optional  mandatos-sav assign to nf-mandatos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is ss-clave.

           select  optional  prehis     assign to nf-prehis
                                organization is indexed
                                access mode is dynamic
                                record key is ph-clave.

           select  optional  prehis-sav assign to nf-prehis-sav
                                organization is indexed
                                access mode is dynamic
                                record key is st-clave.

           select  optional  anticipos  assign to nf-anticipos
                                organization is indexed
                                access mode is dynamic
                                record key is an-factura
                                alternate record key is an-nif
                                with duplicates.

           select  optional  anticipos-sav assign to nf-anticipos-sav
                                organization is indexed
                                access mode is dynamic
                                record key is su-clave.

           select  optional  litigios     assign to nf-litigios
                                organization is indexed
                                access mode is dynamic
                                record key is li-clave.

           select  optional  litigios-sav assign to nf-litigios-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sv-clave.

           select  optional  partimp      assign to nf-partimp
                                organization is indexed
                                access mode is dynamic
                                record key is pi-clave.

           select  optional  partimp-sav assign to nf-partimp-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sw-clave.

           select  optional  retenidas    assign to nf-retenfac
                                organization is indexed
                                access mode is dynamic
                                record key is rn-numero.

           select  optional  retenidas-sav assign to nf-retenfac-sav
                                organization is indexed
                                access mode is dynamic
                                record key is sx-clave.

           select  optional  salvactl     assign to nf-salvactl
                                organization is indexed
                                access mode is dynamic
                                record key is sv-fecha.

           select  impreso       assign to nf-salvagua-lst
                                organization is line sequential.

           select  optional  respuestas   assign to nf-cadena-par
                                organization is line sequential.

           select  optional  operadores  assign to "operador.inx"
                                access mode is dynamic
                                record key is op-codigo.

           select  optional  cerrojos  assign to nf-cerrojos
                                organization is indexed
                                access mode is dynamic
                                record key is ce-clave.
       Fd  clientes-sav         label record is standard.
       01  r-clientes-sav.
           10  s2-nif         pic x(09).
           10  s2-resto       pic x(250).

       Fd  cobros               label  record is standard.
       copy  "cobr.fd".
       Fd  cobros-sav           label  record is standard.
       01  r-cobros-sav.
           10  s3-clave       pic x(12).
           10  s3-resto       pic x(22).

       Fd  tarifas              label  record is standard.
       01  r-tarifas.
           10  em-pie-1         pic x(45).
           10  em-pie-2         pic x(45).
           10  em-iva-defecto   pic 9(02).
      *    LIMITE LEGAL DE PAGOS EN EFECTIVO CON EMPRESARIOS Y
      *    PROFESIONALES, POR FACTURA (0 = 1.000)
           10  em-limite-efectivo  pic 9(07).

       Fd  empresa-sav          label record is standard.
       01  r-empresa-sav.
           10  s6-clave       pic 9(01).
           10  s6-resto       pic x(263).

       Fd  remesas              label  record is standard.
       01  r-remesas.
           10  cx-importe           pic s9(09)
                                     sign is trailing separate.
           10  cx-operador          pic x(03).
           10  cx-medio             pic x(01).

       Fd  cobrarc-sav          label  record is standard.
       01  r-cobrarc-sav.
           10  sc-clave       pic x(12).
           10  sc-resto       pic x(22).

       Fd  fachist-arc          label  record is standard.
       01  r-fachist-arc.
       Fd  operador-sav         label record is standard.
       01  r-operador-sav.
           10  se-codigo      pic x(03).
           10  se-resto       pic x(189).

      *    PROCESOS.INX  -  ULTIMA EJECUCION DE CADA PROCESO POR
      *    LOTES (GRABADO POR CIERRE Y CONCILIA)
           10  sk-periodo     pic x(06).
           10  sk-resto       pic x(01).

       Fd  asiexp               label  record is standard.
       01  r-asiexp.
           10  ax-clave.
               15  ax-tipo          pic x(01).
               15  ax-numero        pic 9(08).
               15  ax-secuencia     pic 9(04).
           10  ax-fecha-exp         pic 9(08).
           10  ax-asiento           pic 9(06).

       Fd  asiexp-sav           label  record is standard.
       01  r-asiexp-sav.
           10  sl-clave       pic x(13).
           10  sl-resto       pic x(14).

       Fd  proveedores          label record is standard.
       copy  "prov.fd".

       Fd  proveedores-sav      label  record is standard.
       01  r-proveedores-sav.
           10  sm-nif         pic x(09).
           10  sm-resto       pic x(198).

       Fd  facrecib             label record is standard.
       copy  "frec.fd".

       Fd  facrecib-sav         label  record is standard.
       01  r-facrecib-sav.
           10  sn-clave       pic x(24).
           10  sn-resto       pic x(107).

       Fd  pagprov              label record is standard.
       copy  "pagp.fd".

       Fd  pagprov-sav          label  record is standard.
       01  r-pagprov-sav.
           10  so-clave       pic x(25).
           10  so-resto       pic x(30).

       Fd  interes              label record is standard.
       copy  "tint.fd".

       Fd  interes-sav          label  record is standard.
       01  r-interes-sav.
           10  sp-semestre    pic x(05).
           10  sp-resto       pic x(34).

       Fd  intdemor             label record is standard.
       copy  "idem.fd".

       Fd  intdemor-sav         label  record is standard.
       01  r-intdemor-sav.
           10  sq-clave       pic x(09).
           10  sq-resto       pic x(34).

       Fd  autefec              label record is standard.
       copy  "efec.fd".

       Fd  autefec-sav          label  record is standard.
       01  r-autefec-sav.
           10  sr-clave       pic x(12).
           10  sr-resto       pic x(64).

       Fd  mandatos             label record is standard.
       copy  "mand.fd".

       Fd  mandatos-sav         label  record is standard.
       01  r-mandatos-sav.
           10  ss-clave       pic x(35).
           10  ss-resto       pic x(79).

       Fd  prehis               label record is standard.
       copy  "prhi.fd".

       Fd  prehis-sav           label  record is standard.
       01  r-prehis-sav.
           10  st-clave       pic x(30).
           10  st-resto       pic x(33).

       Fd  anticipos            label record is standard.
       copy  "anti.fd".

       Fd  anticipos-sav        label  record is standard.
       01  r-anticipos-sav.
           10  su-clave       pic x(08).
           10  su-resto       pic x(65).

       Fd  litigios             label record is standard.
       copy  "liti.fd".

       Fd  litigios-sav         label  record is standard.
       01  r-litigios-sav.
           10  sv-clave       pic x(11).
           10  sv-resto       pic x(182).

       Fd  partimp              label record is standard.
       copy  "pimp.fd".

       Fd  partimp-sav          label  record is standard.
       01  r-partimp-sav.
           10  sw-clave       pic x(14).
           10  sw-resto       pic x(45).

       Fd  retenidas            label record is standard.
       copy  "rete.fd".

       Fd  retenidas-sav        label  record is standard.
       01  r-retenidas-sav.
           10  sx-clave       pic x(08).
           10  sx-resto       pic x(82).

      *    SALVACTL.INX  -  CONTROL DE SALVADOS: UN REGISTRO POR
      *    JUEGO DE COPIA, CON LOS RECUENTOS Y TOTALES DEL DIA PARA
      *    COMPARAR CON EL SALVADO ANTERIOR
           10  sv-suma-cob      pic s9(13)
                                 sign is trailing separate.

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
           10  lc1-fec          pic 99/99/9999.
           10  filler           pic x(08)  value "   MODO ".
           10  lc1-modo         pic x(01).
           10  filler           pic x(11)  value "   EMPRESA ".
           10  lc1-empresa      pic 9(01).
       01  lin-cab-2.
           10  filler           pic x(132) value
               "FICHERO             COPIADOS   RELEIDOS   ESTADO".
       Procedure division.
       Programa section.
       Inicio.
           move  8                          to  return-code.
           perform                          cargar-respuestas.
           perform                          identificar-operador.
           if  not  oper-identificado
             display  "OPERADOR O CLAVE NO VALIDOS"

           display  "MODO (S=SALVAR / R=RESTAURAR) : "
                                            with no advancing.
           perform                          leer-respuesta.
           move  w-cad-dato                 to  w-modo.
           inspect   w-modo  converting  "sr"  to  "SR".
           if  not (w-modo = "S"  or = "R")
             display  "MODO NO VALIDO"
           if  w-modo = "R"
             display  "SE VOLCARAN LAS COPIAS .SAV SOBRE LOS FICHEROS"
             display  "VIVOS - SEGURO (S/N) ? "  with no advancing
             perform                        leer-respuesta
             move  w-cad-dato               to  w-respuesta
             inspect   w-respuesta  converting  "s"  to  "S"
             if  w-respuesta  not =  "S"
               display  "RESTAURACION CANCELADA"
           move  spaces                     to  linea.
           move  w-hoy                      to  lc1-fec.
           move  w-modo                     to  lc1-modo.
           move  w-empresa                  to  lc1-empresa.
           write  linea                     from  lin-cab-1.
           write  linea                     from  spaces.
           write  linea                     from  lin-cab-2.
           display  w-total-reg  " REGISTRO(S) TRATADO(S)".
           if  w-errores = 0
             display  "SALVAGUARDIA CORRECTA - VER SALVAGUA.LST"
             move  0                        to  return-code
           else
             display  w-errores  " ERROR(ES) - VER SALVAGUA.LST".
           goback.
           perform                          salvar-cobros.
           perform                          salvar-tarifas.
           perform                          salvar-conceptos.
           if  w-empresa = 1                perform  salvar-empresa.
           perform                          salvar-remesas.
           perform                          salvar-reclamac.
           perform                          salvar-imprctl.
           perform                          salvar-factarc.
           perform                          salvar-cobrarc.
           perform                          salvar-fachistarc.
           if  w-empresa = 1                perform  salvar-operador.
           perform                          salvar-procesos.
           perform                          salvar-agentes.
           perform                          salvar-contratos.
           perform                          salvar-albaranes.
           perform                          salvar-saldos.
           perform                          salvar-periodos.
           perform                          salvar-asiexp.
           perform                          salvar-proveedores.
           perform                          salvar-facrecib.
           perform                          salvar-pagprov.
           perform                          salvar-interes.
           perform                          salvar-intdemor.
           perform                          salvar-autefec.
           perform                          salvar-mandatos.
           perform                          salvar-prehis.
           perform                          salvar-anticipos.
           perform                          salvar-litigios.
           perform                          salvar-partimp.
           perform                          salvar-retenidas.

      *    EN FACTURAS SE ACUMULA ADEMAS LA SUMA DE F-TOT (MISMO
      *    CALCULO DE TOTAL QUE LOS DEMAS PROGRAMAS)
           move  "PERIODOS.INX"                     to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-asiexp.
           move  0                          to  w-copiados  w-releidos.
           open  input                      asiexp.
           open  output                     asiexp-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  ax-clave.
           start  asiexp  key  not <  ax-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  asiexp  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-asiexp                 to  r-asiexp-sav
             write  r-asiexp-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  asiexp  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            asiexp.
           close                            asiexp-sav.

           open  input                      asiexp-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sl-clave.
           start  asiexp-sav  key  not <  sl-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  asiexp-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  asiexp-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            asiexp-sav.

           move  "ASIEXP.INX"               to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-proveedores.
           move  0                          to  w-copiados  w-releidos.
           open  input                      proveedores.
           open  output                     proveedores-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  pv-nif.
           start  proveedores  key  not <  pv-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  proveedores  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-proveedores            to  r-proveedores-sav
             write  r-proveedores-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  proveedores  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            proveedores.
           close                            proveedores-sav.

           open  input                      proveedores-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sm-nif.
           start  proveedores-sav  key  not <  sm-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  proveedores-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  proveedores-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            proveedores-sav.

           move  "PROVEEDOR.INX"            to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-facrecib.
           move  0                          to  w-copiados  w-releidos.
           open  input                      facrecib.
           open  output                     facrecib-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  fr-clave.
           start  facrecib  key  not <  fr-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facrecib  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-facrecib               to  r-facrecib-sav
             write  r-facrecib-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  facrecib  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            facrecib.
           close                            facrecib-sav.

           open  input                      facrecib-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sn-clave.
           start  facrecib-sav  key  not <  sn-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facrecib-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  facrecib-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            facrecib-sav.

           move  "FACRECIB.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-pagprov.
           move  0                          to  w-copiados  w-releidos.
           open  input                      pagprov.
           open  output                     pagprov-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  pg-clave.
           start  pagprov  key  not <  pg-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  pagprov  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-pagprov                to  r-pagprov-sav
             write  r-pagprov-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  pagprov  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            pagprov.
           close                            pagprov-sav.

           open  input                      pagprov-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  so-clave.
           start  pagprov-sav  key  not <  so-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  pagprov-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  pagprov-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            pagprov-sav.

           move  "PAGPROV.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-interes.
           move  0                          to  w-copiados  w-releidos.
           open  input                      interes.
           open  output                     interes-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  it-semestre.
           start  interes  key  not <  it-semestre
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  interes  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-interes                to  r-interes-sav
             write  r-interes-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  interes  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            interes.
           close                            interes-sav.

           open  input                      interes-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sp-semestre.
           start  interes-sav  key  not <  sp-semestre
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  interes-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  interes-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            interes-sav.

           move  "INTERES.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-intdemor.
           move  0                          to  w-copiados  w-releidos.
           open  input                      intdemor.
           open  output                     intdemor-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  id-clave.
           start  intdemor  key  not <  id-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  intdemor  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-intdemor               to  r-intdemor-sav
             write  r-intdemor-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  intdemor  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            intdemor.
           close                            intdemor-sav.

           open  input                      intdemor-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sq-clave.
           start  intdemor-sav  key  not <  sq-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  intdemor-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  intdemor-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            intdemor-sav.

           move  "INTDEMOR.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-autefec.
           move  0                          to  w-copiados  w-releidos.
           open  input                      autefec.
           open  output                     autefec-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  ae-clave.
           start  autefec  key  not <  ae-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  autefec  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-autefec                to  r-autefec-sav
             write  r-autefec-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  autefec  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            autefec.
           close                            autefec-sav.

           open  input                      autefec-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sr-clave.
           start  autefec-sav  key  not <  sr-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  autefec-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  autefec-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            autefec-sav.

           move  "AUTEFEC.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-mandatos.
           move  0                          to  w-copiados  w-releidos.
           open  input                      mandatos.
           open  output                     mandatos-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  md-referencia.
           start  mandatos  key  not <  md-referencia
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  mandatos  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-mandatos               to  r-mandatos-sav
             write  r-mandatos-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  mandatos  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            mandatos.
           close                            mandatos-sav.

           open  input                      mandatos-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  ss-clave.
           start  mandatos-sav  key  not <  ss-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  mandatos-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  mandatos-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            mandatos-sav.

           move  "MANDATOS.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-prehis.
           move  0                          to  w-copiados  w-releidos.
           open  input                      prehis.
           open  output                     prehis-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  ph-clave.
           start  prehis  key  not <  ph-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  prehis  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-prehis                 to  r-prehis-sav
             write  r-prehis-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  prehis  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            prehis.
           close                            prehis-sav.

           open  input                      prehis-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  st-clave.
           start  prehis-sav  key  not <  st-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  prehis-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  prehis-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            prehis-sav.

           move  "PREHIS.INX"               to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-anticipos.
           move  0                          to  w-copiados  w-releidos.
           open  input                      anticipos.
           open  output                     anticipos-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  an-factura.
           start  anticipos  key  not <  an-factura
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  anticipos  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-anticipos              to  r-anticipos-sav
             write  r-anticipos-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  anticipos  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            anticipos.
           close                            anticipos-sav.

           open  input                      anticipos-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  su-clave.
           start  anticipos-sav  key  not <  su-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  anticipos-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  anticipos-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            anticipos-sav.

           move  "ANTICIPOS.INX"            to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-litigios.
           move  0                          to  w-copiados  w-releidos.
           open  input                      litigios.
           open  output                     litigios-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  li-clave.
           start  litigios  key  not <  li-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  litigios  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-litigios               to  r-litigios-sav
             write  r-litigios-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  litigios  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            litigios.
           close                            litigios-sav.

           open  input                      litigios-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sv-clave.
           start  litigios-sav  key  not <  sv-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  litigios-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  litigios-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            litigios-sav.

           move  "LITIGIOS.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-partimp.
           move  0                          to  w-copiados  w-releidos.
           open  input                      partimp.
           open  output                     partimp-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  pi-clave.
           start  partimp  key  not <  pi-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  partimp  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-partimp                to  r-partimp-sav
             write  r-partimp-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  partimp  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            partimp.
           close                            partimp-sav.

           open  input                      partimp-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sw-clave.
           start  partimp-sav  key  not <  sw-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  partimp-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  partimp-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            partimp-sav.

           move  "PARTIMP.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Salvar-retenidas.
           move  0                          to  w-copiados  w-releidos.
           open  input                      retenidas.
           open  output                     retenidas-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  rn-numero.
           start  retenidas  key  not <  rn-numero
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  retenidas  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-retenidas              to  r-retenidas-sav
             write  r-retenidas-sav  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  retenidas  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            retenidas.
           close                            retenidas-sav.

           open  input                      retenidas-sav.
           move  "N"                        to  w-eof.
           move  low-values                 to  sx-clave.
           start  retenidas-sav  key  not <  sx-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  retenidas-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  retenidas-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            retenidas-sav.

           move  "RETENFAC.INX"             to  ld-fichero.
           perform                          anotar-fichero.

      *
      *    MODO R  -  VUELCO DE LAS COPIAS SOBRE LOS FICHEROS VIVOS
      *    (MISMO RECORRIDO EN SENTIDO CONTRARIO; EL RECUENTO DE
      *    RELEIDOS SE HACE SOBRE EL FICHERO VIVO RESTAURADO)
      *
       Restaurar-todo.
           perform                          restaurar-facturas.
           perform                          restaurar-clientes.
           perform                          restaurar-cobros.
           perform                          restaurar-tarifas.
           perform                          restaurar-conceptos.
           if  w-empresa = 1                perform  restaurar-empresa.
           perform                          restaurar-remesas.
           perform                          restaurar-reclamac.
           perform                          restaurar-imprctl.
           perform                          restaurar-registro.
           perform                          restaurar-factarc.
           perform                          restaurar-cobrarc.
           perform                          restaurar-fachistarc.
           if  w-empresa = 1                perform  restaurar-operador.
           perform                          restaurar-procesos.
           perform                          restaurar-agentes.
           perform                          restaurar-contratos.
           perform                          restaurar-albaranes.
           perform                          restaurar-saldos.
           perform                          restaurar-periodos.
           perform                          restaurar-asiexp.
           perform                          restaurar-proveedores.
           perform                          restaurar-facrecib.
           perform                          restaurar-pagprov.
           perform                          restaurar-interes.
           perform                          restaurar-intdemor.
           perform                          restaurar-autefec.
           perform                          restaurar-mandatos.
           perform                          restaurar-prehis.
           perform                          restaurar-anticipos.
           perform                          restaurar-litigios.
           perform                          restaurar-partimp.
           perform                          restaurar-retenidas.

       Restaurar-facturas.
           move  0                          to  w-copiados  w-releidos.
           open  input                      facturas-sav.
           open  output                     facturas.
           move  "N"                        to  w-eof.
           move  low-values                 to  s1-numero.
           start  facturas-sav  key  not <  s1-numero
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facturas-sav  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-facturas-sav           to  r-facturas
             perform                        acumular-f-tot
             write  r-facturas  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  facturas-sav  next  at end  move "S"  to  w-eof
           end-perform.
           close                            facturas-sav.
           close                            facturas.

           open  input                      facturas.
           move  "N"                        to  w-eof.
           move  low-values                 to  fa-numero.
           start  facturas  key  not <  fa-numero
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facturas  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  facturas  next  at end    move  "S"  to  w-eof
           end-perform.
           close                            facturas.

           move  "FACTURAS.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-clientes.
           move  0                          to  w-copiados  w-releidos.
           open  input                      clientes-sav.
           open  output                     clientes.
           move  "N"                        to  w-eof.
           move  low-values                 to  s2-nif.
           start  clientes-sav  key  not <  s2-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  clientes-sav  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-clientes-sav           to  r-clientes
             write  r-clientes  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  clientes-sav  next  at end  move "S"  to  w-eof
           end-perform.
           close                            clientes-sav.
           close                            clientes.

           open  input                      clientes.
           move  "N"                        to  w-eof.
           move  low-values                 to  cl-nif.
           start  clientes  key  not <  cl-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  clientes  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  clientes  next  at end    move  "S"  to  w-eof
           end-perform.
           close                            clientes.

           move  "CLIENTES.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-cobros.
           move  0                          to  w-copiados  w-releidos.
           open  input                      cobros-sav.
           open  output                     cobros.
           move  "N"                        to  w-eof.
           move  low-values                 to  s3-clave.
           start  cobros-sav  key  not <  s3-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  cobros-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-cobros-sav             to  r-cobros
             add   cb-importe               to  w-suma-cob
             write  r-cobros  invalid key    continue  end-write
             add   1                        to  w-copiados
             read  cobros-sav  next  at end   move  "S"  to  w-eof
           end-perform.
           close                            cobros-sav.
           close                            cobros.

           open  input                      cobros.
           move  "N"                        to  w-eof.
           move  low-values                 to  cb-clave.
           start  cobros  key  not <  cb-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  cobros  next  at end    move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  cobros  next  at end      move  "S"  to  w-eof
           end-perform.
           close                            cobros.

           move  "COBROS.INX"               to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-tarifas.
           move  0                          to  w-copiados  w-releidos.
           open  input                      tarifas-sav.
           open  output                     tarifas.
           move  "N"                        to  w-eof.
           move  low-values                 to  s4-clave.
           start  tarifas-sav  key  not <  s4-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  tarifas-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-tarifas-sav            to  r-tarifas
             write  r-tarifas  invalid key   continue  end-write
             add   1                        to  w-copiados
             read  tarifas-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            tarifas-sav.
           close                            tarifas.

           open  input                      tarifas.
           move  "N"                        to  w-eof.
           move  low-values                 to  ta-clave.
           start  tarifas  key  not <  ta-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  tarifas  next  at end   move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  tarifas  next  at end     move  "S"  to  w-eof
           end-perform.
           close                            tarifas.

           move  "TARIFAS.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-conceptos.
           move  0                          to  w-copiados  w-releidos.
           open  input                      conceptos-sav.
           open  output                     conceptos.
           move  "N"                        to  w-eof.
           move  low-values                 to  s5-codigo.
           start  conceptos-sav  key  not <  s5-codigo
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  conceptos-sav  next  at end  move "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-conceptos-sav          to  r-conceptos
             write  r-conceptos  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  conceptos-sav  next  at end  move "S"  to  w-eof
           end-perform.
           close                            conceptos-sav.
           close                            conceptos.

           open  input                      conceptos.
           move  "N"                        to  w-eof.
           move  low-values                 to  co-codigo.
           start  conceptos  key  not <  co-codigo
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  conceptos  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  conceptos  next  at end   move  "S"  to  w-eof
           end-perform.
           close                            conceptos.

           move  "CONCEPTOS.INX"            to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-empresa.
           move  0                          to  w-copiados  w-releidos.
           open  input                      empresa-sav.
           open  output                     empresa.
           move  "N"                        to  w-eof.
           move  low-values                 to  s6-clave.
           start  empresa-sav  key  not <  s6-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  empresa-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-empresa-sav            to  r-empresa
             write  r-empresa  invalid key   continue  end-write
             add   1                        to  w-copiados
             read  empresa-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            empresa-sav.
           close                            empresa.

           open  input                      empresa.
           move  "N"                        to  w-eof.
           move  low-values                 to  em-clave.
           start  empresa  key  not <  em-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  empresa  next  at end   move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  empresa  next  at end     move  "S"  to  w-eof
           end-perform.
           close                            empresa.

           move  "EMPRESA.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-remesas.
           move  0                          to  w-copiados  w-releidos.
           open  input                      remesas-sav.
           open  output                     remesas.
           move  "N"                        to  w-eof.
           move  low-values                 to  s7-clave.
           start  remesas-sav  key  not <  s7-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  remesas-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-remesas-sav            to  r-remesas
             write  r-remesas  invalid key   continue  end-write
             add   1                        to  w-copiados
             read  remesas-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            remesas-sav.
           close                            remesas.

           open  input                      remesas.
           move  "N"                        to  w-eof.
           move  low-values                 to  re-clave.
           start  remesas  key  not <  re-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
           move  "PERIODOS.INX"                     to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-asiexp.
           move  0                          to  w-copiados  w-releidos.
           open  input                      asiexp-sav.
           open  output                     asiexp.
           move  "N"                        to  w-eof.
           move  low-values                 to  sl-clave.
           start  asiexp-sav  key  not <  sl-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  asiexp-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-asiexp-sav             to  r-asiexp
             write  r-asiexp  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  asiexp-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            asiexp-sav.
           close                            asiexp.

           open  input                      asiexp.
           move  "N"                        to  w-eof.
           move  low-values                 to  ax-clave.
           start  asiexp  key  not <  ax-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  asiexp  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  asiexp  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            asiexp.

           move  "ASIEXP.INX"               to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-proveedores.
           move  0                          to  w-copiados  w-releidos.
           open  input                      proveedores-sav.
           open  output                     proveedores.
           move  "N"                        to  w-eof.
           move  low-values                 to  sm-nif.
           start  proveedores-sav  key  not <  sm-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  proveedores-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-proveedores-sav        to  r-proveedores
             write  r-proveedores  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  proveedores-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            proveedores-sav.
           close                            proveedores.

           open  input                      proveedores.
           move  "N"                        to  w-eof.
           move  low-values                 to  pv-nif.
           start  proveedores  key  not <  pv-nif
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  proveedores  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  proveedores  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            proveedores.

           move  "PROVEEDOR.INX"            to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-facrecib.
           move  0                          to  w-copiados  w-releidos.
           open  input                      facrecib-sav.
           open  output                     facrecib.
           move  "N"                        to  w-eof.
           move  low-values                 to  sn-clave.
           start  facrecib-sav  key  not <  sn-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facrecib-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-facrecib-sav           to  r-facrecib
             write  r-facrecib  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  facrecib-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            facrecib-sav.
           close                            facrecib.

           open  input                      facrecib.
           move  "N"                        to  w-eof.
           move  low-values                 to  fr-clave.
           start  facrecib  key  not <  fr-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  facrecib  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  facrecib  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            facrecib.

           move  "FACRECIB.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-pagprov.
           move  0                          to  w-copiados  w-releidos.
           open  input                      pagprov-sav.
           open  output                     pagprov.
           move  "N"                        to  w-eof.
           move  low-values                 to  so-clave.
           start  pagprov-sav  key  not <  so-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  pagprov-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-pagprov-sav            to  r-pagprov
             write  r-pagprov  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  pagprov-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            pagprov-sav.
           close                            pagprov.

           open  input                      pagprov.
           move  "N"                        to  w-eof.
           move  low-values                 to  pg-clave.
           start  pagprov  key  not <  pg-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  pagprov  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  pagprov  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            pagprov.

           move  "PAGPROV.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-interes.
           move  0                          to  w-copiados  w-releidos.
           open  input                      interes-sav.
           open  output                     interes.
           move  "N"                        to  w-eof.
           move  low-values                 to  sp-semestre.
           start  interes-sav  key  not <  sp-semestre
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  interes-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-interes-sav            to  r-interes
             write  r-interes  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  interes-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            interes-sav.
           close                            interes.

           open  input                      interes.
           move  "N"                        to  w-eof.
           move  low-values                 to  it-semestre.
           start  interes  key  not <  it-semestre
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  interes  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  interes  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            interes.

           move  "INTERES.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-intdemor.
           move  0                          to  w-copiados  w-releidos.
           open  input                      intdemor-sav.
           open  output                     intdemor.
           move  "N"                        to  w-eof.
           move  low-values                 to  sq-clave.
           start  intdemor-sav  key  not <  sq-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  intdemor-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-intdemor-sav           to  r-intdemor
             write  r-intdemor  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  intdemor-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            intdemor-sav.
           close                            intdemor.

           open  input                      intdemor.
           move  "N"                        to  w-eof.
           move  low-values                 to  id-clave.
           start  intdemor  key  not <  id-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  intdemor  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  intdemor  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            intdemor.

           move  "INTDEMOR.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-autefec.
           move  0                          to  w-copiados  w-releidos.
           open  input                      autefec-sav.
           open  output                     autefec.
           move  "N"                        to  w-eof.
           move  low-values                 to  sr-clave.
           start  autefec-sav  key  not <  sr-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  autefec-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-autefec-sav            to  r-autefec
             write  r-autefec  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  autefec-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            autefec-sav.
           close                            autefec.

           open  input                      autefec.
           move  "N"                        to  w-eof.
           move  low-values                 to  ae-clave.
           start  autefec  key  not <  ae-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  autefec  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  autefec  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            autefec.

           move  "AUTEFEC.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-mandatos.
           move  0                          to  w-copiados  w-releidos.
           open  input                      mandatos-sav.
           open  output                     mandatos.
           move  "N"                        to  w-eof.
           move  low-values                 to  ss-clave.
           start  mandatos-sav  key  not <  ss-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  mandatos-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-mandatos-sav           to  r-mandatos
             write  r-mandatos  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  mandatos-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            mandatos-sav.
           close                            mandatos.

           open  input                      mandatos.
           move  "N"                        to  w-eof.
           move  low-values                 to  md-referencia.
           start  mandatos  key  not <  md-referencia
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  mandatos  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  mandatos  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            mandatos.

           move  "MANDATOS.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-prehis.
           move  0                          to  w-copiados  w-releidos.
           open  input                      prehis-sav.
           open  output                     prehis.
           move  "N"                        to  w-eof.
           move  low-values                 to  st-clave.
           start  prehis-sav  key  not <  st-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  prehis-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-prehis-sav             to  r-prehis
             write  r-prehis  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  prehis-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            prehis-sav.
           close                            prehis.

           open  input                      prehis.
           move  "N"                        to  w-eof.
           move  low-values                 to  ph-clave.
           start  prehis  key  not <  ph-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  prehis  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  prehis  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            prehis.

           move  "PREHIS.INX"               to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-anticipos.
           move  0                          to  w-copiados  w-releidos.
           open  input                      anticipos-sav.
           open  output                     anticipos.
           move  "N"                        to  w-eof.
           move  low-values                 to  su-clave.
           start  anticipos-sav  key  not <  su-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  anticipos-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-anticipos-sav          to  r-anticipos
             write  r-anticipos  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  anticipos-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            anticipos-sav.
           close                            anticipos.

           open  input                      anticipos.
           move  "N"                        to  w-eof.
           move  low-values                 to  an-factura.
           start  anticipos  key  not <  an-factura
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  anticipos  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  anticipos  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            anticipos.

           move  "ANTICIPOS.INX"            to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-litigios.
           move  0                          to  w-copiados  w-releidos.
           open  input                      litigios-sav.
           open  output                     litigios.
           move  "N"                        to  w-eof.
           move  low-values                 to  sv-clave.
           start  litigios-sav  key  not <  sv-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  litigios-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-litigios-sav           to  r-litigios
             write  r-litigios  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  litigios-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            litigios-sav.
           close                            litigios.

           open  input                      litigios.
           move  "N"                        to  w-eof.
           move  low-values                 to  li-clave.
           start  litigios  key  not <  li-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  litigios  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  litigios  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            litigios.

           move  "LITIGIOS.INX"             to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-partimp.
           move  0                          to  w-copiados  w-releidos.
           open  input                      partimp-sav.
           open  output                     partimp.
           move  "N"                        to  w-eof.
           move  low-values                 to  sw-clave.
           start  partimp-sav  key  not <  sw-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  partimp-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-partimp-sav            to  r-partimp
             write  r-partimp  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  partimp-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            partimp-sav.
           close                            partimp.

           open  input                      partimp.
           move  "N"                        to  w-eof.
           move  low-values                 to  pi-clave.
           start  partimp  key  not <  pi-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  partimp  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  partimp  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            partimp.

           move  "PARTIMP.INX"              to  ld-fichero.
           perform                          anotar-fichero.

       Restaurar-retenidas.
           move  0                          to  w-copiados  w-releidos.
           open  input                      retenidas-sav.
           open  output                     retenidas.
           move  "N"                        to  w-eof.
           move  low-values                 to  sx-clave.
           start  retenidas-sav  key  not <  sx-clave
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  retenidas-sav  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             move  r-retenidas-sav          to  r-retenidas
             write  r-retenidas  invalid key  continue  end-write
             add   1                        to  w-copiados
             read  retenidas-sav  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            retenidas-sav.
           close                            retenidas.

           open  input                      retenidas.
           move  "N"                        to  w-eof.
           move  low-values                 to  rn-numero.
           start  retenidas  key  not <  rn-numero
             invalid key                    move  "S"  to  w-eof
             not invalid key
               read  retenidas  next  at end  move  "S"  to  w-eof
           end-start.
           perform  with test before        until  w-eof = "S"
             add   1                        to  w-releidos
             read  retenidas  next  at end  move  "S"  to  w-eof
           end-perform.
           close                            retenidas.

           move  "RETENFAC.INX"             to  ld-fichero.
           perform                          anotar-fichero.

      *    LINEA DE MANIFIESTO DEL FICHERO RECIEN TRATADO: COPIADOS
      *    CONTRA RELEIDOS (CUALQUIER DIFERENCIA ES UNA COPIA
      *    ILEGIBLE O INCOMPLETA)
           goback.

           copy  "oper.prc".
           copy  "empf.prc".
           copy  "cadr.prc".
