      *   Mainframe Express 3.1  6.008.0041
      *   Micro Focus BMS Screen Painter (ver IDE_6-0-43)
      *   MapSet Name   ORA009
      *   Date Created  15/10/2026
      *   Time Created  14:18:37
      *
      *   Maintenance history
      *   2026-10-15  RPS  Original version -- MAPH01, the sales
      *                    territory maintenance screen behind
      *                    ORA003F: UF and CEP range of the
      *                    territory, the representative's code and
      *                    name, the protected last-maintenance
      *                    stamp, and two message lines (the second
      *                    names the territory an overlapping range
      *                    collides with).

      *  Input Data For Map MAPH01
         01 MAPH01I.
            03 FILLER                         PIC X(12).
            03 ESTADOL                        PIC S9(4) COMP.
            03 ESTADOF                        PIC X.
            03 FILLER REDEFINES ESTADOF.
               05 ESTADOA                        PIC X.
            03 ESTADOI                        PIC X(2).
            03 CEPINIL                        PIC S9(4) COMP.
            03 CEPINIF                        PIC X.
            03 FILLER REDEFINES CEPINIF.
               05 CEPINIA                        PIC X.
            03 CEPINII                        PIC 99999999.
            03 CEPFIML                        PIC S9(4) COMP.
            03 CEPFIMF                        PIC X.
            03 FILLER REDEFINES CEPFIMF.
               05 CEPFIMA                        PIC X.
            03 CEPFIMI                        PIC 99999999.
            03 REPRL                          PIC S9(4) COMP.
            03 REPRF                          PIC X.
            03 FILLER REDEFINES REPRF.
               05 REPRA                          PIC X.
            03 REPRI                          PIC X(6).
            03 NOMREPL                        PIC S9(4) COMP.
            03 NOMREPF                        PIC X.
            03 FILLER REDEFINES NOMREPF.
               05 NOMREPA                        PIC X.
            03 NOMREPI                        PIC X(30).
            03 ULTMANL                        PIC S9(4) COMP.
            03 ULTMANF                        PIC X.
            03 FILLER REDEFINES ULTMANF.
               05 ULTMANA                        PIC X.
            03 ULTMANI                        PIC X(30).
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

      *  Output Data For Map MAPH01
         01 MAPH01O REDEFINES MAPH01I.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 ESTADOO                        PIC X(2).
            03 FILLER                         PIC X(3).
            03 CEPINIO                        PIC 99999999.
            03 FILLER                         PIC X(3).
            03 CEPFIMO                        PIC 99999999.
            03 FILLER                         PIC X(3).
            03 REPRO                          PIC X(6).
            03 FILLER                         PIC X(3).
            03 NOMREPO                        PIC X(30).
            03 FILLER                         PIC X(3).
            03 ULTMANO                        PIC X(30).
            03 FILLER                         PIC X(3).
            03 ERRMSGO                        PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSG2O                       PIC X(60).
