               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  audit-log.
       01  audit-reg.
           03 au-tipo pic x(8).
