               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  trabajo.
       01  tra-reg.
           03 tra-nro pic 9(6).
           03 tra-tel pic 9(10).
           03 filler pic x(50).
           03 tra-documento pic 9(8).
           03 filler pic x(16).
       fd  respaldo.
       01  respaldo-reg pic x(110).
       fd  respaldo-2.
       01  respaldo-2-reg pic x(110).
       fd  respaldo-3.
       01  respaldo-3-reg pic x(110).
       fd  reorg-log.
       01  reorg-log-lin pic x(80).
       WORKING-STORAGE SECTION.
