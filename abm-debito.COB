               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  padron.
       01  dap-reg.
           03 dap-nro pic 9(6).
