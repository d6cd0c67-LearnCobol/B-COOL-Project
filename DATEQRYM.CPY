000450     05  FDFLAGL                 PIC S9(04) COMP.
000460     05  FDFLAGF                 PIC X(01).
000470     05  FDFLAGI                 PIC X(28).
000471     05  FSHIPL                  PIC S9(04) COMP.
000472     05  FSHIPF                  PIC X(01).
000473     05  FSHIPI                  PIC X(08).
000474     05  FSWKL                   PIC S9(04) COMP.
000475     05  FSWKF                   PIC X(01).
000476     05  FSWKI                   PIC X(09).
000477     05  FSFLAGL                 PIC S9(04) COMP.
000478     05  FSFLAGF                 PIC X(01).
000479     05  FSFLAGI                 PIC X(28).
000480     05  FCACHEL                 PIC S9(04) COMP.
000490     05  FCACHEF                 PIC X(01).
000500     05  FCACHEI                 PIC X(14).
000501     05  FPICKL                  PIC S9(04) COMP.
000502     05  FPICKF                  PIC X(01).
000503     05  FPICKI                  PIC X(19).
000504     05  FPFLAGL                 PIC S9(04) COMP.
000505     05  FPFLAGF                 PIC X(01).
000506     05  FPFLAGI                 PIC X(19).
000510     05  FMSGL                   PIC S9(04) COMP.
000520     05  FMSGF                   PIC X(01).
000530     05  FMSGI                   PIC X(40).
000790     05  FDWKO                   PIC X(09).
000800     05  FILLER                  PIC X(03).
000810     05  FDFLAGO                 PIC X(28).
000811     05  FILLER                  PIC X(03).
000812     05  FSHIPO                  PIC X(08).
000813     05  FILLER                  PIC X(03).
000814     05  FSWKO                   PIC X(09).
000815     05  FILLER                  PIC X(03).
000816     05  FSFLAGO                 PIC X(28).
000820     05  FILLER                  PIC X(03).
000830     05  FCACHEO                 PIC X(14).
000832     05  FILLER                  PIC X(03).
000834     05  FPICKO                  PIC X(19).
000836     05  FILLER                  PIC X(03).
000838     05  FPFLAGO                 PIC X(19).
000840     05  FILLER                  PIC X(03).
000850     05  FMSGO                   PIC X(40).
