000440*                 marker), and any log row with an event
000450*                 or status this program does not know
000460*                 stops either mode.
000463* 10/15/2026  EE  INTGCHK (the integrity sweep) joins
000466*                 the restartable STUDBAT steps.
000467* 10/15/2026  EE  Program table raised to 40 - the
000468*                 on-demand runs now log as well and
000469*                 could fill it within one cycle.
000470****************************************************************
000480
000490 IDENTIFICATION DIVISION.
000930* died mid-run in the cycle being judged.
000940****************************************************************
000950 01  WS-Program-Table.
000960     02  WS-Program-Entry OCCURS 40 TIMES.
000970          03  PT-ProgramId    PIC X(8).
000980          03  PT-LastEvent    PIC X(5).
000990          03  PT-LastStatus   PIC X(4).
001000 01  WS-Program-Count        PIC 9(2)  COMP VALUE ZERO.
001010 01  WS-Program-Max          PIC 9(2)  COMP VALUE 40.
001020 01  WS-Program-Sub          PIC 9(2)  COMP.
001030 01  WS-Program-Slot         PIC 9(2)  COMP.
001040 01  WS-Slot-Found-Sw        PIC X.
001140     02  FILLER              PIC X(8)  VALUE "STUDBKUP".
001150     02  FILLER              PIC X(8)  VALUE "STUDMNT ".
001160     02  FILLER              PIC X(8)  VALUE "DUPCHECK".
001165     02  FILLER              PIC X(8)  VALUE "INTGCHK ".
001170     02  FILLER              PIC X(8)  VALUE "CLASROST".
001180     02  FILLER              PIC X(8)  VALUE "DEMOSUMM".
001190     02  FILLER              PIC X(8)  VALUE "FEEASSES".
001200     02  FILLER              PIC X(8)  VALUE "FEEREGST".
001210 01  StepListTable REDEFINES StepListValues.
001220     02  WS-Step-Id          PIC X(8)  OCCURS 8 TIMES.
001230 01  WS-Step-Max             PIC 9(2)  COMP VALUE 8.
001240 01  WS-Step-Sub             PIC 9(2)  COMP.
001250
001260 01  WS-Problem-Count        PIC 9(3)  COMP VALUE ZERO.
