      *   Mainframe Express 3.1  6.008.0041
      *   Micro Focus BMS Screen Painter (ver IDE_6-0-43)
      *   MapSet Name   ORA008
      *   Date Created  15/10/2026
      *   Time Created  09:42:11
      *
      *   Maintenance history
      *   2026-10-15  RPS  Original version -- MAPG01, the client-
      *                    contact maintenance screen behind ORA002Y:
      *                    the owning client (NOMECLI protected), the
      *                    contact sequence, name, role, phone,
      *                    e-mail and preferred flag, with the same
      *                    stacked ERRMSG-ERRMSG6 arrangement as
      *                    MAPC01.

      *  Input Data For Map MAPG01
         01 MAPG01I.
            03 FILLER                         PIC X(12).
            03 CODIGOL                        PIC S9(4) COMP.
            03 CODIGOF                        PIC X.
            03 FILLER REDEFINES CODIGOF.
               05 CODIGOA                        PIC X.
            03 CODIGOI                        PIC 9(6).
            03 NOMECLIL                       PIC S9(4) COMP.
            03 NOMECLIF                       PIC X.
            03 FILLER REDEFINES NOMECLIF.
               05 NOMECLIA                       PIC X.
            03 NOMECLII                       PIC X(30).
            03 SEQL                           PIC S9(4) COMP.
            03 SEQF                           PIC X.
            03 FILLER REDEFINES SEQF.
               05 SEQA                           PIC X.
            03 SEQI                           PIC 99.
            03 NOMEL                          PIC S9(4) COMP.
            03 NOMEF                          PIC X.
            03 FILLER REDEFINES NOMEF.
               05 NOMEA                          PIC X.
            03 NOMEI                          PIC X(30).
            03 FUNCAOL                        PIC S9(4) COMP.
            03 FUNCAOF                        PIC X.
            03 FILLER REDEFINES FUNCAOF.
               05 FUNCAOA                        PIC X.
            03 FUNCAOI                        PIC X(1).
            03 DDDL                           PIC S9(4) COMP.
            03 DDDF                           PIC X.
            03 FILLER REDEFINES DDDF.
               05 DDDA                           PIC X.
            03 DDDI                           PIC 99.
            03 FONEL                          PIC S9(4) COMP.
            03 FONEF                          PIC X.
            03 FILLER REDEFINES FONEF.
               05 FONEA                          PIC X.
            03 FONEI                          PIC 9(9).
            03 RAMALL                         PIC S9(4) COMP.
            03 RAMALF                         PIC X.
            03 FILLER REDEFINES RAMALF.
               05 RAMALA                         PIC X.
            03 RAMALI                         PIC 9(4).
            03 EMAILL                         PIC S9(4) COMP.
            03 EMAILF                         PIC X.
            03 FILLER REDEFINES EMAILF.
               05 EMAILA                         PIC X.
            03 EMAILI                         PIC X(50).
            03 PREFERL                        PIC S9(4) COMP.
            03 PREFERF                        PIC X.
            03 FILLER REDEFINES PREFERF.
               05 PREFERA                        PIC X.
            03 PREFERI                        PIC X(1).
            03 SITCONTL                       PIC S9(4) COMP.
            03 SITCONTF                       PIC X.
            03 FILLER REDEFINES SITCONTF.
               05 SITCONTA                       PIC X.
            03 SITCONTI                       PIC X(20).
            03 ERRMSGL                        PIC S9(4) COMP.
            03 ERRMSGF                        PIC X.
            03 FILLER REDEFINES ERRMSGF.
               05 ERRMSGA                        PIC X.
            03 ERRMSGI                        PIC X(60).
            03 ERRMSG2L                       PIC S9(4) COMP.
            03 ERRMSG2F                       PIC X.
            03 FILLER REDEFINES ERRMSG2F.
               05 ERRMSG2A                       PIC X.
            03 ERRMSG2I                       PIC X(60).
            03 ERRMSG3L                       PIC S9(4) COMP.
            03 ERRMSG3F                       PIC X.
            03 FILLER REDEFINES ERRMSG3F.
               05 ERRMSG3A                       PIC X.
            03 ERRMSG3I                       PIC X(60).
            03 ERRMSG4L                       PIC S9(4) COMP.
            03 ERRMSG4F                       PIC X.
            03 FILLER REDEFINES ERRMSG4F.
               05 ERRMSG4A                       PIC X.
            03 ERRMSG4I                       PIC X(60).
            03 ERRMSG5L                       PIC S9(4) COMP.
            03 ERRMSG5F                       PIC X.
            03 FILLER REDEFINES ERRMSG5F.
               05 ERRMSG5A                       PIC X.
            03 ERRMSG5I                       PIC X(60).
            03 ERRMSG6L                       PIC S9(4) COMP.
            03 ERRMSG6F                       PIC X.
            03 FILLER REDEFINES ERRMSG6F.
               05 ERRMSG6A                       PIC X.
            03 ERRMSG6I                       PIC X(60).

      *  Output Data For Map MAPG01
         01 MAPG01O REDEFINES MAPG01I.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 CODIGOO                        PIC 9(6).
            03 FILLER                         PIC X(3).
            03 NOMECLIO                       PIC X(30).
            03 FILLER                         PIC X(3).
            03 SEQO                           PIC 99.
            03 FILLER                         PIC X(3).
            03 NOMEO                          PIC X(30).
            03 FILLER                         PIC X(3).
            03 FUNCAOO                        PIC X(1).
            03 FILLER                         PIC X(3).
            03 DDDO                           PIC 99.
            03 FILLER                         PIC X(3).
            03 FONEO                          PIC 9(9).
            03 FILLER                         PIC X(3).
            03 RAMALO                         PIC 9(4).
            03 FILLER                         PIC X(3).
            03 EMAILO                         PIC X(50).
            03 FILLER                         PIC X(3).
            03 PREFERO                        PIC X(1).
            03 FILLER                         PIC X(3).
            03 SITCONTO                       PIC X(20).
            03 FILLER                         PIC X(3).
            03 ERRMSGO                        PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSG2O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSG3O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSG4O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSG5O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSG6O                       PIC X(60).
