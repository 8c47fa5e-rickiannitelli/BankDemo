      *   Micro Focus Enterprise Developer for Eclipse  6.0.00246
      *   Micro Focus BMS Screen Painter (ver BMSIDE_6-0-02)
      *   MapSet Name   LOYVOD
      *   Date Created  10/15/2026
      *   Time Created  09:40:00

      *  Input Data For Map LOYVOD
         01 LOYVODI.
            03 FILLER                         PIC X(12).
            03 ACCTL                          PIC S9(4) COMP.
            03 ACCTF                          PIC X.
            03 FILLER REDEFINES ACCTF.
               05 ACCTA                          PIC X.
            03 ACCTI                          PIC X(19).
            03 ITEML                          PIC S9(4) COMP.
            03 ITEMF                          PIC X.
            03 FILLER REDEFINES ITEMF.
               05 ITEMA                          PIC X.
            03 ITEMI                          PIC X(4).
            03 ODATEL                         PIC S9(4) COMP.
            03 ODATEF                         PIC X.
            03 FILLER REDEFINES ODATEF.
               05 ODATEA                         PIC X.
            03 ODATEI                         PIC X(8).
            03 NAMEL                          PIC S9(4) COMP.
            03 NAMEF                          PIC X.
            03 FILLER REDEFINES NAMEF.
               05 NAMEA                          PIC X.
            03 NAMEI                          PIC X(19).
            03 PTSL                           PIC S9(4) COMP.
            03 PTSF                           PIC X.
            03 FILLER REDEFINES PTSF.
               05 PTSA                           PIC X.
            03 PTSI                           PIC X(4).
            03 OLDPTSL                        PIC S9(4) COMP.
            03 OLDPTSF                        PIC X.
            03 FILLER REDEFINES OLDPTSF.
               05 OLDPTSA                        PIC X.
            03 OLDPTSI                        PIC X(4).
            03 NEWPTSL                        PIC S9(4) COMP.
            03 NEWPTSF                        PIC X.
            03 FILLER REDEFINES NEWPTSF.
               05 NEWPTSA                        PIC X.
            03 NEWPTSI                        PIC X(4).
            03 TIERL                          PIC S9(4) COMP.
            03 TIERF                          PIC X.
            03 FILLER REDEFINES TIERF.
               05 TIERA                          PIC X.
            03 TIERI                          PIC X(8).
            03 ERR-MSGL                       PIC S9(4) COMP.
            03 ERR-MSGF                       PIC X.
            03 FILLER REDEFINES ERR-MSGF.
               05 ERR-MSGA                       PIC X.
            03 ERR-MSGI                       PIC X(79).

      *  Output Data For Map LOYVOD
         01 LOYVODO REDEFINES LOYVODI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 ACCTO                          PIC X(19).
            03 FILLER                         PIC X(3).
            03 ITEMO                          PIC X(4).
            03 FILLER                         PIC X(3).
            03 ODATEO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 NAMEO                          PIC X(19).
            03 FILLER                         PIC X(3).
            03 PTSO                           PIC X(4).
            03 FILLER                         PIC X(3).
            03 OLDPTSO                        PIC X(4).
            03 FILLER                         PIC X(3).
            03 NEWPTSO                        PIC X(4).
            03 FILLER                         PIC X(3).
            03 TIERO                          PIC X(8).
            03 FILLER                         PIC X(3).
            03 ERR-MSGO                       PIC X(79).
