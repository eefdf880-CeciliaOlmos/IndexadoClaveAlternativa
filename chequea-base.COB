               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       fd  prov-loc.
       01  pl-reg.
           03 pl-clave.
