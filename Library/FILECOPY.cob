001600*****************************************************************
001700*  MODIFICATION HISTORY                                         *
001800*  2026-09-01  OSG  NEW PROGRAM.                                *
001810*  2026-10-15  OSG  LINES UP TO 256 BYTES, FOR THE REJTRACK     *
001820*                   MASTER.                                     *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  SRCFILE.
003200 01  SRCFILE-LINE             PIC X(256).
003300 FD  DSTFILE.
003400 01  DSTFILE-LINE             PIC X(256).
003500 WORKING-STORAGE SECTION.
003600 77  FC-S-STATUS              PIC X(02).
003700 77  FC-D-STATUS              PIC X(02).
