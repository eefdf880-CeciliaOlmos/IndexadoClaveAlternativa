               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  w-fecha pic 9(8).
