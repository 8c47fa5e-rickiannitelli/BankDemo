      *   Micro Focus Enterprise Developer for Eclipse  6.0.00246
      *   Micro Focus BMS Screen Painter (ver BMSIDE_6-0-02)
      *   MapSet Name   LOYCAT
      *   Date Created  10/15/2026
      *   Time Created  14:10:00

      *  Input Data For Map LOYCAT
         01 LOYCATI.
            03 FILLER                         PIC X(12).
            03 ACTNL                          PIC S9(4) COMP.
            03 ACTNF                          PIC X.
            03 FILLER REDEFINES ACTNF.
               05 ACTNA                          PIC X.
            03 ACTNI                          PIC X(1).
            03 ITEML                          PIC S9(4) COMP.
            03 ITEMF                          PIC X.
            03 FILLER REDEFINES ITEMF.
               05 ITEMA                          PIC X.
            03 ITEMI                          PIC X(4).
            03 DESCL                          PIC S9(4) COMP.
            03 DESCF                          PIC X.
            03 FILLER REDEFINES DESCF.
               05 DESCA                          PIC X.
            03 DESCI                          PIC X(15).
            03 COSTL                          PIC S9(4) COMP.
            03 COSTF                          PIC X.
            03 FILLER REDEFINES COSTF.
               05 COSTA                          PIC X.
            03 COSTI                          PIC X(4).
            03 AFROML                         PIC S9(4) COMP.
            03 AFROMF                         PIC X.
            03 FILLER REDEFINES AFROMF.
               05 AFROMA                         PIC X.
            03 AFROMI                         PIC X(8).
            03 ATOL                           PIC S9(4) COMP.
            03 ATOF                           PIC X.
            03 FILLER REDEFINES ATOF.
               05 ATOA                           PIC X.
            03 ATOI                           PIC X(8).
            03 OLDDESCL                       PIC S9(4) COMP.
            03 OLDDESCF                       PIC X.
            03 FILLER REDEFINES OLDDESCF.
               05 OLDDESCA                       PIC X.
            03 OLDDESCI                       PIC X(15).
            03 OLDCOSTL                       PIC S9(4) COMP.
            03 OLDCOSTF                       PIC X.
            03 FILLER REDEFINES OLDCOSTF.
               05 OLDCOSTA                       PIC X.
            03 OLDCOSTI                       PIC X(4).
            03 OLDFROML                       PIC S9(4) COMP.
            03 OLDFROMF                       PIC X.
            03 FILLER REDEFINES OLDFROMF.
               05 OLDFROMA                       PIC X.
            03 OLDFROMI                       PIC X(8).
            03 OLDTOL                         PIC S9(4) COMP.
            03 OLDTOF                         PIC X.
            03 FILLER REDEFINES OLDTOF.
               05 OLDTOA                         PIC X.
            03 OLDTOI                         PIC X(8).
            03 ERR-MSGL                       PIC S9(4) COMP.
            03 ERR-MSGF                       PIC X.
            03 FILLER REDEFINES ERR-MSGF.
               05 ERR-MSGA                       PIC X.
            03 ERR-MSGI                       PIC X(79).

      *  Output Data For Map LOYCAT
         01 LOYCATO REDEFINES LOYCATI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 ACTNO                          PIC X(1).
            03 FILLER                         PIC X(3).
            03 ITEMO                          PIC X(4).
            03 FILLER                         PIC X(3).
            03 DESCO                          PIC X(15).
            03 FILLER                         PIC X(3).
            03 COSTO                          PIC X(4).
            03 FILLER                         PIC X(3).
            03 AFROMO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 ATOO                           PIC X(8).
            03 FILLER                         PIC X(3).
            03 OLDDESCO                       PIC X(15).
            03 FILLER                         PIC X(3).
            03 OLDCOSTO                       PIC X(4).
            03 FILLER                         PIC X(3).
            03 OLDFROMO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 OLDTOO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 ERR-MSGO                       PIC X(79).
