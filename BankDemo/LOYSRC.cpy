      *   Micro Focus Enterprise Developer for Eclipse  6.0.00246
      *   Micro Focus BMS Screen Painter (ver BMSIDE_6-0-02)
      *   MapSet Name   LOYSRC
      *   Date Created  10/15/2026
      *   Time Created  14:10:00

      *  Input Data For Map LOYSRC
         01 LOYSRCI.
            03 FILLER                         PIC X(12).
            03 SNAMEL                         PIC S9(4) COMP.
            03 SNAMEF                         PIC X.
            03 FILLER REDEFINES SNAMEF.
               05 SNAMEA                         PIC X.
            03 SNAMEI                         PIC X(19).
            03 SBRCHL                         PIC S9(4) COMP.
            03 SBRCHF                         PIC X.
            03 FILLER REDEFINES SBRCHF.
               05 SBRCHA                         PIC X.
            03 SBRCHI                         PIC X(4).
            03 SEL01L                         PIC S9(4) COMP.
            03 SEL01F                         PIC X.
            03 FILLER REDEFINES SEL01F.
               05 SEL01A                         PIC X.
            03 SEL01I                         PIC X(1).
            03 LIN01L                         PIC S9(4) COMP.
            03 LIN01F                         PIC X.
            03 FILLER REDEFINES LIN01F.
               05 LIN01A                         PIC X.
            03 LIN01I                         PIC X(53).
            03 SEL02L                         PIC S9(4) COMP.
            03 SEL02F                         PIC X.
            03 FILLER REDEFINES SEL02F.
               05 SEL02A                         PIC X.
            03 SEL02I                         PIC X(1).
            03 LIN02L                         PIC S9(4) COMP.
            03 LIN02F                         PIC X.
            03 FILLER REDEFINES LIN02F.
               05 LIN02A                         PIC X.
            03 LIN02I                         PIC X(53).
            03 SEL03L                         PIC S9(4) COMP.
            03 SEL03F                         PIC X.
            03 FILLER REDEFINES SEL03F.
               05 SEL03A                         PIC X.
            03 SEL03I                         PIC X(1).
            03 LIN03L                         PIC S9(4) COMP.
            03 LIN03F                         PIC X.
            03 FILLER REDEFINES LIN03F.
               05 LIN03A                         PIC X.
            03 LIN03I                         PIC X(53).
            03 SEL04L                         PIC S9(4) COMP.
            03 SEL04F                         PIC X.
            03 FILLER REDEFINES SEL04F.
               05 SEL04A                         PIC X.
            03 SEL04I                         PIC X(1).
            03 LIN04L                         PIC S9(4) COMP.
            03 LIN04F                         PIC X.
            03 FILLER REDEFINES LIN04F.
               05 LIN04A                         PIC X.
            03 LIN04I                         PIC X(53).
            03 SEL05L                         PIC S9(4) COMP.
            03 SEL05F                         PIC X.
            03 FILLER REDEFINES SEL05F.
               05 SEL05A                         PIC X.
            03 SEL05I                         PIC X(1).
            03 LIN05L                         PIC S9(4) COMP.
            03 LIN05F                         PIC X.
            03 FILLER REDEFINES LIN05F.
               05 LIN05A                         PIC X.
            03 LIN05I                         PIC X(53).
            03 SEL06L                         PIC S9(4) COMP.
            03 SEL06F                         PIC X.
            03 FILLER REDEFINES SEL06F.
               05 SEL06A                         PIC X.
            03 SEL06I                         PIC X(1).
            03 LIN06L                         PIC S9(4) COMP.
            03 LIN06F                         PIC X.
            03 FILLER REDEFINES LIN06F.
               05 LIN06A                         PIC X.
            03 LIN06I                         PIC X(53).
            03 SEL07L                         PIC S9(4) COMP.
            03 SEL07F                         PIC X.
            03 FILLER REDEFINES SEL07F.
               05 SEL07A                         PIC X.
            03 SEL07I                         PIC X(1).
            03 LIN07L                         PIC S9(4) COMP.
            03 LIN07F                         PIC X.
            03 FILLER REDEFINES LIN07F.
               05 LIN07A                         PIC X.
            03 LIN07I                         PIC X(53).
            03 SEL08L                         PIC S9(4) COMP.
            03 SEL08F                         PIC X.
            03 FILLER REDEFINES SEL08F.
               05 SEL08A                         PIC X.
            03 SEL08I                         PIC X(1).
            03 LIN08L                         PIC S9(4) COMP.
            03 LIN08F                         PIC X.
            03 FILLER REDEFINES LIN08F.
               05 LIN08A                         PIC X.
            03 LIN08I                         PIC X(53).
            03 SEL09L                         PIC S9(4) COMP.
            03 SEL09F                         PIC X.
            03 FILLER REDEFINES SEL09F.
               05 SEL09A                         PIC X.
            03 SEL09I                         PIC X(1).
            03 LIN09L                         PIC S9(4) COMP.
            03 LIN09F                         PIC X.
            03 FILLER REDEFINES LIN09F.
               05 LIN09A                         PIC X.
            03 LIN09I                         PIC X(53).
            03 SEL10L                         PIC S9(4) COMP.
            03 SEL10F                         PIC X.
            03 FILLER REDEFINES SEL10F.
               05 SEL10A                         PIC X.
            03 SEL10I                         PIC X(1).
            03 LIN10L                         PIC S9(4) COMP.
            03 LIN10F                         PIC X.
            03 FILLER REDEFINES LIN10F.
               05 LIN10A                         PIC X.
            03 LIN10I                         PIC X(53).
            03 PAGEL                          PIC S9(4) COMP.
            03 PAGEF                          PIC X.
            03 FILLER REDEFINES PAGEF.
               05 PAGEA                          PIC X.
            03 PAGEI                          PIC X(3).
            03 ERR-MSGL                       PIC S9(4) COMP.
            03 ERR-MSGF                       PIC X.
            03 FILLER REDEFINES ERR-MSGF.
               05 ERR-MSGA                       PIC X.
            03 ERR-MSGI                       PIC X(79).

      *  Output Data For Map LOYSRC
         01 LOYSRCO REDEFINES LOYSRCI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 SNAMEO                         PIC X(19).
            03 FILLER                         PIC X(3).
            03 SBRCHO                         PIC X(4).
            03 FILLER                         PIC X(3).
            03 SEL01O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN01O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL02O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN02O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL03O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN03O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL04O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN04O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL05O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN05O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL06O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN06O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL07O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN07O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL08O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN08O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL09O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN09O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 SEL10O                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 LIN10O                         PIC X(53).
            03 FILLER                         PIC X(3).
            03 PAGEO                          PIC X(3).
            03 FILLER                         PIC X(3).
            03 ERR-MSGO                       PIC X(79).
