000100*                   RANGE THE MASTER CANNOT BACK IS WITHHELD
000110*                   FROM THE REWRITTEN COVERAGE FILE, SO THE
000120*                   NEXT NIGHTLY RUN REGRINDS IT
000130*     C = CONVERT - LOADS A NEWLY DEFINED QUALMAST FROM AN UNLOAD
000140*                   OF THE MASTER IN ITS PRE-RULE-TYPE LAYOUT
000150*                   (QMOLD), EVERY RECORD KEYED AS TYPE D, AND
000160*                   REWRITES THE CONSOLIDATED COVERAGE WITH ITS
000170*                   TYPES FILLED IN - NO RANGE IS REGROUND
000180* A MISSING CARD OR ANY OTHER FUNCTION STOPS THE RUN BEFORE
000190* EITHER FILE IS TOUCHED - THERE IS NO SAFE DEFAULT FOR A
000200* REPAIR.
000210*
000220* MOD-HISTORY.
000230*     2026-09-02 JAK  NEW COPYBOOK - QUALMAST/DIVCOVER INTEGRITY
000240*                     AUDIT AND REBUILD.
000250*     2026-10-15 JAK  ADDED FUNCTION C - ONE-TIME CONVERSION OF
000260*                     THE MASTER TO THE RULE-TYPE KEY.
000270*****************************************************************
000280 01  KJ-QMAUDIT-CONTROL-RECORD.
000290     05  KJ-QAC-FUNCTION       PIC X(01).
000300         88  KJ-QAC-REPAIR            VALUE "R".
000310         88  KJ-QAC-WITHDRAW          VALUE "W".
000320         88  KJ-QAC-CONVERT           VALUE "C".
000330     05  KJ-QAC-OPERATOR       PIC X(08).
000340     05  FILLER                PIC X(11).
