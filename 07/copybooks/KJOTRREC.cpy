000010*****************************************************************
000020* KJOTRREC.CPY
000030* OPERATOR MASTER MAINTENANCE TRANSACTION FOR KNOW-IT-
000040* JULEKALENDER (DAY 07).  ONE RECORD PER CHANGE KJOPRMNT IS TO
000050* MAKE TO THE OPERATOR AUTHORIZATION MASTER (OPERMAST,
000060* KJOPRREC).  THE NAME IS KEYED ON AN ADD ONLY; THE LEVEL ON AN
000070* ADD OR A CHANGE-LEVEL.
000080*
000090* ACTION CODES:
000100*     A = ADD A NEW OPERATOR, ACTIVE AT THE LEVEL GIVEN
000110*     L = CHANGE THE OPERATOR'S AUTHORIZATION LEVEL
000120*     S = SUSPEND (THE OPERATOR BECOMES INACTIVE)
000130*     R = REACTIVATE A SUSPENDED OPERATOR
000140*
000150* MOD-HISTORY.
000160*     2026-10-15 JAK  NEW COPYBOOK - OPERATOR MASTER
000170*                     MAINTENANCE.
000180*****************************************************************
000190 01  KJ-OPER-MAINT-RECORD.
000200     05  KJ-OTR-ACTION         PIC X(01).
000210         88  KJ-OTR-ADD               VALUE "A".
000220         88  KJ-OTR-CHANGE-LEVEL      VALUE "L".
000230         88  KJ-OTR-SUSPEND           VALUE "S".
000240         88  KJ-OTR-REACTIVATE        VALUE "R".
000250     05  KJ-OTR-OPERATOR-ID    PIC X(08).
000260     05  KJ-OTR-NAME           PIC X(20).
000270     05  KJ-OTR-AUTH-LEVEL     PIC 9(01).
000280     05  KJ-OTR-LEVEL-X REDEFINES KJ-OTR-AUTH-LEVEL
000290                               PIC X(01).
000300         88  KJ-OTR-LEVEL-VALID       VALUE "1" "2" "3".
000310     05  FILLER                PIC X(10).
