      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr377.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    THE TRAINING SET IS ASSIGNED ONE UP FROM EACH LIVE FILE
      *    (GARFILE S35 GOES TO S36 AND SO ON) SO THE SAME NAMES CAN
      *    BE POINTED AT IT WHEN THE PROGRAMS ARE RUN FOR TRAINING.
           SELECT ACTFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS A-ACTNO
             ALTERNATE RECORD KEY IS A-GARNO WITH DUPLICATES
             ALTERNATE RECORD KEY IS NAME-KEY WITH DUPLICATES.
           SELECT TACTFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS TA-ACTNO
             ALTERNATE RECORD KEY IS TA-GARNO WITH DUPLICATES
             ALTERNATE RECORD KEY IS TA-NAME-KEY WITH DUPLICATES.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT TGARFILE ASSIGN TO "S36" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS TG-GARNO
           ALTERNATE RECORD KEY IS TG-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS TG-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS TG-SEINS WITH DUPLICATES.
           SELECT PATFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES.
           SELECT TPATFILE ASSIGN TO "S46" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TP-PATNO
           ALTERNATE RECORD KEY IS TP-GARNO WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT TCHARCUR ASSIGN TO "S51" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TC-KEY
           ALTERNATE RECORD KEY IS TC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS TC-CLAIM WITH DUPLICATES.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT TPAYCUR ASSIGN TO "S56" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TY-KEY
           ALTERNATE RECORD KEY IS TY-CLAIM WITH DUPLICATES.
           SELECT CMNTFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY.
           SELECT TCMNTFILE ASSIGN TO "S66" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TM-KEY.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT THISFILE ASSIGN TO "S71" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TH-KEY
           ALTERNATE RECORD KEY IS TH-CLAIM WITH DUPLICATES.
           SELECT AUTHFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY.
           SELECT TAUTHFILE ASSIGN TO "S76" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TU-KEY.
           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
           ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES.
           SELECT TINSFILE ASSIGN TO "S86" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TI-KEY
           ALTERNATE RECORD KEY IS TI-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS TI-CITY WITH DUPLICATES
           ALTERNATE RECORD KEY IS TI-ASSIGN WITH DUPLICATES
           ALTERNATE RECORD KEY IS TI-CLAIMTYPE WITH DUPLICATES
           ALTERNATE RECORD KEY IS TI-NEIC WITH DUPLICATES
           ALTERNATE RECORD KEY IS TI-NEIC-ASSIGN WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       FD ACTFILE
           DATA RECORD IS ACTFILE01.
       01 ACTFILE01.
           02 A-ACTNO PIC X(8).
           02 A-GARNAME.
             03 A-GN1 PIC XXX.
             03 A-GN2 PIC X(21).
           02 A-BILLADD PIC X(22).
           02 A-STREET PIC X(22).
           02 A-CITY PIC X(18).
           02 A-STATE PIC X(2).
           02 A-ZIP.
             03 A-ZIP5 PIC X(5).
             03 A-ZIP4 PIC X(4).
           02 A-COLLT PIC X.
           02 A-PHONE.
             03 A-PHONE1 PIC XXX.
             03 A-PHONE2 PIC XXX.
             03 A-PHONE3 PIC X(4).
           02 A-SEX PIC X.
           02 A-RELATE PIC X.
           02 A-MSTAT PIC X.
           02 A-DOB PIC X(8).
           02 A-DUNNING PIC X.
           02 A-ACCTSTAT PIC X.
           02 A-PR-MPLR PIC X(4).
           02 A-PRINS PIC XXX.
           02 A-PR-ASSIGN PIC X.
           02 A-PR-OFFICE PIC X(4).
           02 A-PR-GROUP PIC X(10).
           02 A-PRIPOL0.
             03 A-PRIPOL PIC X(9).
             03 A-PR-SUFX PIC XXX.
             03 A-PR-FILLER PIC X(4).
           02 A-PRNAME PIC X(24).
           02 A-PR-RELATE PIC X.
           02 A-SE-MPLR PIC X(4).
           02 A-SEINS PIC XXX.
           02 A-SE-ASSIGN PIC X.
           02 A-SE-OFFICE PIC X(4).
           02 A-SE-GROUP PIC X(10).
           02 A-SECPOL0.
             03 A-SECPOL PIC X(9).
             03 A-SE-SUFX PIC XXX.
             03 A-SE-FILLER PIC X(4).
           02 A-SENAME PIC X(24).
           02 A-SE-RELATE PIC X.
           02 A-INSPEND PIC X(7).
           02 A-LASTBILL PIC X(8).
           02 A-ASSIGNM PIC X.
           02 A-PRIVATE PIC X.
           02 A-BILLCYCLE PIC X.
           02 A-DELETE PIC X.
           02 A-FILLER PIC XXX.
           02 A-GARNO PIC X(8).
           02 A-PRGRPNAME PIC X(15).
           02 A-SEGRPNAME PIC X(15).
           02 NAME-KEY PIC XXX.

      *    THE TRAINING RECORDS ARE THE LIVE RECORD IMAGE - ONLY THE
      *    KEYS ARE NAMED, AT THE SAME PLACES AS IN THE LIVE LAYOUT.
       FD  TACTFILE
           DATA RECORD IS TACTFILE01.
       01  TACTFILE01.
           02 TA-ACTNO PIC X(8).
           02 FILLER PIC X(269).
           02 TA-GARNO PIC X(8).
           02 FILLER PIC X(30).
           02 TA-NAME-KEY PIC XXX.

       FD  GARFILE
      *    BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS GARFILE01.
       01  GARFILE01.
           02 G-GARNO PIC X(8).
           02 G-GARNAME PIC X(24).
           02 G-BILLADD PIC X(22).
           02 G-STREET PIC X(22).
           02 G-CITY PIC X(18).
           02 G-STATE PIC X(2).
           02 G-ZIP PIC X(9).
           02 G-COLLT PIC X.
           02 G-PHONE PIC X(10).
           02 G-SEX PIC X.
           02 G-RELATE PIC X.
           02 G-MSTAT PIC X.
           02 G-DOB PIC X(8).
           02 G-DUNNING PIC X.
           02 G-ACCTSTAT PIC X.
           02 G-PR-MPLR PIC X(4).
           02 G-PRINS PIC XXX.
           02 G-PR-ASSIGN PIC X.
           02 G-PR-OFFICE PIC X(4).
           02 G-PR-GROUP PIC X(10).
           02 G-PRIPOL PIC X(16).
           02 G-PRNAME PIC X(24).
           02 G-PR-RELATE PIC X.
           02 G-SE-MPLR PIC X(4).
           02 G-SEINS PIC XXX.
           02 G-SE-ASSIGN PIC X.
           02 G-SE-OFFICE PIC X(4).
           02 G-SE-GROUP PIC X(10).
           02 G-SECPOL PIC X(16).
           02 G-SENAME PIC X(24).
           02 G-SE-RELATE PIC X.
           02 G-INSPEND PIC S9(5)V99.
           02 G-LASTBILL PIC X(8).
           02 G-ASSIGNM PIC X.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-BADADDR PIC X.
           02 G-FILLER PIC XX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

       FD  TGARFILE
           DATA RECORD IS TGARFILE01.
       01  TGARFILE01.
           02 TG-GARNO PIC X(8).
           02 FILLER PIC X(125).
           02 TG-PRINS PIC XXX.
           02 FILLER PIC X(60).
           02 TG-SEINS PIC XXX.
           02 FILLER PIC X(78).
           02 TG-ACCT PIC X(8).
           02 FILLER PIC X(30).

       FD PATFILE
      *    BLOCK CONTAINS 5 RECORDS
           DATA RECORD IS PATFILE01.
       01 PATFILE01.
           02 P-PATNO PIC X(8).
           02 P-GARNO PIC X(8).
           02 P-PATNAME PIC X(24).
           02 P-SEX PIC X.
           02 P-RELATE PIC X.
           02 P-MSTAT PIC X.
           02 P-DOB PIC X(8).

       FD  TPATFILE
           DATA RECORD IS TPATFILE01.
       01  TPATFILE01.
           02 TP-PATNO PIC X(8).
           02 TP-GARNO PIC X(8).
           02 FILLER PIC X(35).

       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID PIC X(8).
           02 CC-CLAIM PIC X(8).
           02 CC-SERVICE PIC X.
           02 CC-DIAG PIC X(7).
           02 CC-PROC PIC X(11).
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-STUD PIC X.
           02 CC-WORK PIC XX.
           02 CC-DAT1 PIC X(8).
           02 CC-RESULT PIC X.
           02 CC-ACT PIC X.
           02 CC-SORCREF PIC X.
           02 CC-COLLT PIC X.
           02 CC-AUTH PIC X.
           02 CC-PAPER PIC X.
           02 CC-PLACE PIC X.
           02 CC-EPSDT PIC X.
           02 CC-DATE-T PIC X(8).
           02 CC-DATE-A PIC X(8).
           02 CC-DATE-P PIC X(8).
           02 CC-REC-STAT PIC X.
           02 CC-DX2 PIC X(7).
           02 CC-DX3 PIC X(7).
           02 CC-ACC-TYPE PIC X.
           02 CC-DATE-M PIC X(8).
           02 CC-ASSIGN PIC X.
           02 CC-NEIC-ASSIGN PIC X.
           02 CC-DX4 PIC X(7).
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).

       FD  TCHARCUR
           DATA RECORD IS TCHARCUR01.
       01  TCHARCUR01.
           02 TC-KEY PIC X(11).
           02 FILLER PIC X(8).
           02 TC-CLAIM PIC X(8).
           02 FILLER PIC X(39).
           02 TC-PAYCODE PIC XXX.
           02 FILLER PIC X(96).

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
       01  PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 PC-DATE-T PIC X(8).
           02 PC-DATE-E PIC X(8).
           02 PC-BATCH PIC X(6).
           02 PC-TRANTYPE PIC X.

       FD  TPAYCUR
           DATA RECORD IS TPAYCUR01.
       01  TPAYCUR01.
           02 TY-KEY PIC X(11).
           02 FILLER PIC X(14).
           02 TY-CLAIM PIC X(8).
           02 FILLER PIC X(23).

       FD  CMNTFILE
      *    BLOCK CONTAINS 2 RECORDS
           DATA RECORD IS CMNTFILE01.
       01  CMNTFILE01.
           02 CMNT-KEY.
             03 CM-KEY8 PIC X(8).
             03 CM-KEY3 PIC XXX.
           02 CMNT PIC X(80).
           02 CMNT-DATE-E PIC X(8).

       FD  TCMNTFILE
           DATA RECORD IS TCMNTFILE01.
       01  TCMNTFILE01.
           02 TM-KEY PIC X(11).
           02 FILLER PIC X(88).

       FD  HISFILE
           BLOCK CONTAINS 5 RECORDS
           DATA RECORD IS HISFILE01.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 HS-KEY8 PIC X(8).
             03 HS-CLAIM PIC X(8).
             03 HS-REC-TYPE PIC X.
             03 HS-KEY4 PIC XXXX.
           02 HS-PATID.
              03 HS-PATID7 PIC X(7).
              03 HS-PATID1 PIC X.
           02 HS-SERVICE PIC X.
           02 HS-DIAG PIC X(5).
           02 HS-PROC PIC X(11).
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 HS-STUD PIC X.
           02 HS-WORK PIC XX.
           02 HS-DAT1 PIC X(8).
           02 HS-RESULT PIC X.
           02 HS-ACT PIC X.
           02 HS-SORCREF PIC X.
           02 HS-COLLT PIC X.
           02 HS-AGE PIC X.
           02 HS-PAPER PIC X.
           02 HS-PLACE PIC X.
           02 HS-EPSDT PIC X.
           02 HS-DATE-T PIC X(8).
           02 HS-DATE-A PIC X(8).
           02 HS-DATE-E PIC X(8).
           02 HS-REC-STAT PIC X.
           02 HS-DX2 PIC X(5).
           02 HS-DX3 PIC X(5).
           02 HS-ACC-TYPE PIC X.
           02 HS-DATE-M PIC X(8).
           02 HS-ASSIGN PIC X.
           02 HS-NEIC-ASSIGN PIC X.
           02 HS-FUTURE PIC X(6).

       FD  THISFILE
           DATA RECORD IS THISFILE01.
       01  THISFILE01.
           02 TH-KEY.
             03 FILLER PIC X(8).
             03 TH-CLAIM PIC X(8).
             03 FILLER PIC X(5).
           02 FILLER PIC X(119).

       FD  AUTHFILE
           BLOCK CONTAINS 6 RECORDS
           DATA RECORD IS AUTHFILE01.
       01  AUTHFILE01.
           02 AUTH-KEY.
              03 AUTH-KEY8 PIC X(8).
              03 AUTH-KEY6 PIC X(6).
           02 AUTH-NUM PIC X(15).
           02 AUTH-QNTY PIC XX.
           02 AUTH-DATE-E PIC X(8).
           02 AUTH-FILLER PIC XXX.

       FD  TAUTHFILE
           DATA RECORD IS TAUTHFILE01.
       01  TAUTHFILE01.
           02 TU-KEY PIC X(14).
           02 FILLER PIC X(28).

       FD  INSFILE
           DATA RECORD IS INSFILE01.
       01  INSFILE01.
           02 INS-KEY PIC XXX.
           02 INS-NAME PIC X(22).
           02 INS-STREET PIC X(24).
           02 INS-CITY PIC X(15).
           02 INS-STATE PIC XX.
           02 INS-ZIP PIC X(9).
           02 INS-ASSIGN PIC X.
           02 INS-CLAIMTYPE PIC X.
           02 INS-NEIC PIC X(5).
           02 INS-NEICLEVEL PIC X.
           02 INS-NEIC-ASSIGN PIC X.
           02 INS-PPO PIC X.
           02 INS-PRVNUM PIC X(10).
           02 INS-HMO PIC X(3).
           02 INS-STATUS PIC X.
           02 INS-LEVEL PIC X.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  TINSFILE
           DATA RECORD IS TINSFILE01.
       01  TINSFILE01.
           02 TI-KEY PIC XXX.
           02 TI-NAME PIC X(22).
           02 FILLER PIC X(24).
           02 TI-CITY PIC X(15).
           02 FILLER PIC X(11).
           02 TI-ASSIGN PIC X.
           02 TI-CLAIMTYPE PIC X.
           02 TI-NEIC PIC X(5).
           02 FILLER PIC X.
           02 TI-NEIC-ASSIGN PIC X.
           02 FILLER PIC X(36).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  CNT-ACT PIC 9(7) VALUE 0.
       01  CNT-GAR PIC 9(7) VALUE 0.
       01  CNT-PAT PIC 9(7) VALUE 0.
       01  CNT-CHAR PIC 9(7) VALUE 0.
       01  CNT-PAY PIC 9(7) VALUE 0.
       01  CNT-CMNT PIC 9(7) VALUE 0.
       01  CNT-HIS PIC 9(7) VALUE 0.
       01  CNT-AUTH PIC 9(7) VALUE 0.
       01  CNT-INS PIC 9(7) VALUE 0.
       01  HASH-IN PIC X(80).
       01  HASH-LEN PIC 99.
       01  HASH-X PIC 99.
       01  HASH-CH PIC X.
       01  HASH-POS PIC 99.
       01  HASH-VAL PIC 9(7).
       01  HASH-WORK PIC 9(9).
       01  HASH-Q PIC 9(9).
       01  HASH-ALPHA PIC X(37)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01  PICK PIC 99.
       01  NAME-IN PIC X(24).
       01  NAME-OUT PIC X(24).
       01  NM-LAST PIC X(24).
       01  NM-FIRST PIC X(24).
       01  NM-MID PIC X(24).
       01  STREET-IN PIC X(22).
       01  ST-NUM PIC 999.
       01  PHONE-IN PIC X(10).
       01  PH-LAST PIC 9(4).
       01  DOB-IN PIC X(8).
       01  DOB-MM PIC 99.
       01  DOB-DD PIC 99.
       01  SCR-TEXT PIC X(16).
       01  SCR-LEN PIC 99.
       01  SCR-SEED PIC 9(7).
       01  SCR-WORK PIC 9(9).
       01  CMNT-IN PIC X(80).
       01  LAST-NAMES.
           02 FILLER PIC X(10) VALUE "ABBOTT".
           02 FILLER PIC X(10) VALUE "BARLOW".
           02 FILLER PIC X(10) VALUE "CARVER".
           02 FILLER PIC X(10) VALUE "DALTON".
           02 FILLER PIC X(10) VALUE "ELLISON".
           02 FILLER PIC X(10) VALUE "FARNUM".
           02 FILLER PIC X(10) VALUE "GARRISON".
           02 FILLER PIC X(10) VALUE "HADLEY".
           02 FILLER PIC X(10) VALUE "IVES".
           02 FILLER PIC X(10) VALUE "JESSUP".
           02 FILLER PIC X(10) VALUE "KIMBALL".
           02 FILLER PIC X(10) VALUE "LATHROP".
           02 FILLER PIC X(10) VALUE "MARSTON".
           02 FILLER PIC X(10) VALUE "NEWCOMB".
           02 FILLER PIC X(10) VALUE "OSGOOD".
           02 FILLER PIC X(10) VALUE "PEABODY".
           02 FILLER PIC X(10) VALUE "QUIMBY".
           02 FILLER PIC X(10) VALUE "RANDALL".
           02 FILLER PIC X(10) VALUE "SARGENT".
           02 FILLER PIC X(10) VALUE "THAYER".
           02 FILLER PIC X(10) VALUE "UPHAM".
           02 FILLER PIC X(10) VALUE "VARNUM".
           02 FILLER PIC X(10) VALUE "WHEELOCK".
           02 FILLER PIC X(10) VALUE "YOUNGMAN".
           02 FILLER PIC X(10) VALUE "ALDRICH".
           02 FILLER PIC X(10) VALUE "BANCROFT".
           02 FILLER PIC X(10) VALUE "CHITTENDEN".
           02 FILLER PIC X(10) VALUE "DOWNER".
           02 FILLER PIC X(10) VALUE "EASTMAN".
           02 FILLER PIC X(10) VALUE "FLETCHER".
           02 FILLER PIC X(10) VALUE "GOODRICH".
           02 FILLER PIC X(10) VALUE "HOLBROOK".
           02 FILLER PIC X(10) VALUE "INGALLS".
           02 FILLER PIC X(10) VALUE "JEWETT".
           02 FILLER PIC X(10) VALUE "KNAPP".
           02 FILLER PIC X(10) VALUE "LELAND".
           02 FILLER PIC X(10) VALUE "MUNSON".
           02 FILLER PIC X(10) VALUE "NORCROSS".
           02 FILLER PIC X(10) VALUE "PUTNAM".
           02 FILLER PIC X(10) VALUE "ROBBINS".
       01  LAST-TAB REDEFINES LAST-NAMES.
           02 FAKE-LAST PIC X(10) OCCURS 40 TIMES.
       01  FIRST-NAMES.
           02 FILLER PIC X(10) VALUE "JORDAN".
           02 FILLER PIC X(10) VALUE "TAYLOR".
           02 FILLER PIC X(10) VALUE "MORGAN".
           02 FILLER PIC X(10) VALUE "CASEY".
           02 FILLER PIC X(10) VALUE "RILEY".
           02 FILLER PIC X(10) VALUE "JAMIE".
           02 FILLER PIC X(10) VALUE "AVERY".
           02 FILLER PIC X(10) VALUE "QUINN".
           02 FILLER PIC X(10) VALUE "DREW".
           02 FILLER PIC X(10) VALUE "ROBIN".
           02 FILLER PIC X(10) VALUE "LEE".
           02 FILLER PIC X(10) VALUE "DANA".
           02 FILLER PIC X(10) VALUE "JESSE".
           02 FILLER PIC X(10) VALUE "KERRY".
           02 FILLER PIC X(10) VALUE "SHANNON".
           02 FILLER PIC X(10) VALUE "TERRY".
           02 FILLER PIC X(10) VALUE "FRANCIS".
           02 FILLER PIC X(10) VALUE "SAM".
           02 FILLER PIC X(10) VALUE "ALEX".
           02 FILLER PIC X(10) VALUE "CHRIS".
           02 FILLER PIC X(10) VALUE "PAT".
           02 FILLER PIC X(10) VALUE "LOGAN".
           02 FILLER PIC X(10) VALUE "SKYLER".
           02 FILLER PIC X(10) VALUE "REESE".
           02 FILLER PIC X(10) VALUE "BLAIR".
           02 FILLER PIC X(10) VALUE "CAMERON".
           02 FILLER PIC X(10) VALUE "DEVON".
           02 FILLER PIC X(10) VALUE "EMERSON".
           02 FILLER PIC X(10) VALUE "FINLEY".
           02 FILLER PIC X(10) VALUE "HAYDEN".
           02 FILLER PIC X(10) VALUE "JODY".
           02 FILLER PIC X(10) VALUE "KENDALL".
           02 FILLER PIC X(10) VALUE "LANE".
           02 FILLER PIC X(10) VALUE "MARLOWE".
           02 FILLER PIC X(10) VALUE "PARKER".
           02 FILLER PIC X(10) VALUE "ROWAN".
           02 FILLER PIC X(10) VALUE "SAGE".
           02 FILLER PIC X(10) VALUE "SYDNEY".
           02 FILLER PIC X(10) VALUE "TRACY".
           02 FILLER PIC X(10) VALUE "KELLY".
       01  FIRST-TAB REDEFINES FIRST-NAMES.
           02 FAKE-FIRST PIC X(10) OCCURS 40 TIMES.
       01  STREET-NAMES.
           02 FILLER PIC X(14) VALUE "MAPLE ST".
           02 FILLER PIC X(14) VALUE "ELM ST".
           02 FILLER PIC X(14) VALUE "CHURCH ST".
           02 FILLER PIC X(14) VALUE "MAIN ST".
           02 FILLER PIC X(14) VALUE "SCHOOL ST".
           02 FILLER PIC X(14) VALUE "MILL RD".
           02 FILLER PIC X(14) VALUE "RIVER RD".
           02 FILLER PIC X(14) VALUE "PLEASANT ST".
           02 FILLER PIC X(14) VALUE "HIGH ST".
           02 FILLER PIC X(14) VALUE "WASHINGTON ST".
           02 FILLER PIC X(14) VALUE "PROSPECT ST".
           02 FILLER PIC X(14) VALUE "SPRING ST".
           02 FILLER PIC X(14) VALUE "CENTER RD".
           02 FILLER PIC X(14) VALUE "NORTH RD".
           02 FILLER PIC X(14) VALUE "SOUTH ST".
           02 FILLER PIC X(14) VALUE "HILL RD".
           02 FILLER PIC X(14) VALUE "LAKE RD".
           02 FILLER PIC X(14) VALUE "PARK ST".
           02 FILLER PIC X(14) VALUE "OAK ST".
           02 FILLER PIC X(14) VALUE "UNION ST".
       01  STREET-TAB REDEFINES STREET-NAMES.
           02 STREET-NAME PIC X(14) OCCURS 20 TIMES.
       01  CMNT-TEXTS.
           02 FILLER PIC X(40) VALUE "CALLED PATIENT - LEFT MESSAGE".
           02 FILLER PIC X(40) VALUE "PATIENT TO CALL WITH INSURANCE".
           02 FILLER PIC X(40) VALUE "SENT COPY OF STATEMENT".
           02 FILLER PIC X(40) VALUE "INSURANCE REQUESTED RECORDS".
           02 FILLER PIC X(40) VALUE "PAYMENT PLAN DISCUSSED".
           02 FILLER PIC X(40) VALUE "SPOKE WITH GUARANTOR RE BALANCE".
           02 FILLER PIC X(40) VALUE "CLAIM RESUBMITTED".
           02 FILLER PIC X(40) VALUE "AWAITING EOB FROM PRIMARY".
           02 FILLER PIC X(40) VALUE "NEW CARD ON FILE".
           02 FILLER PIC X(40) VALUE "REFERRAL RECEIVED".
           02 FILLER PIC X(40) VALUE "PATIENT DISPUTES CHARGE - REVIEW".
           02 FILLER PIC X(40) VALUE "ADDRESS CONFIRMED BY PHONE".
       01  CMNT-TAB REDEFINES CMNT-TEXTS.
           02 FAKE-CMNT PIC X(40) OCCURS 12 TIMES.

      *
      *    TRAINING COPY.  COPIES THE ACCOUNT FILES INTO A SEPARATE
      *    TRAINING SET WITH THE NAMES, ADDRESSES, PHONES, BIRTH
      *    DATES, POLICY AND AUTHORIZATION NUMBERS AND COMMENT TEXT
      *    REPLACED, SO NEW STAFF CAN LEARN THE MAINTENANCE AND
      *    POSTING PROGRAMS AND PAYER CHANGES CAN BE TRIED WITHOUT
      *    TOUCHING THE LIVE FILES.  EVERY FAKE VALUE IS WORKED OUT
      *    FROM THE REAL ONE (HASH-TEXT), NOT DRAWN AT RANDOM, SO THE
      *    SAME PERSON COMES OUT THE SAME IN GARFILE, ACTFILE AND
      *    PATFILE AND THE SAME POLICY NUMBER THE SAME ON EVERY
      *    ACCOUNT.  KEYS, CLAIM NUMBERS, PAYER CODES, DATES OF
      *    SERVICE AND AMOUNTS ARE LEFT ALONE - CHARCUR, PAYCUR,
      *    HISFILE AND INSFILE GO ACROSS AS THEY ARE - SO EVERY BATCH
      *    PROGRAM RUNS AGAINST THE COPY.  CITY, STATE AND ZIP ARE
      *    KEPT FOR THE SAME REASON (STATEMENT SORTS, PAYER RULES).
      *    THE TRAINING FILES ARE REBUILT FROM SCRATCH EACH RUN.
       PROCEDURE DIVISION.
       P0.
           DISPLAY "BUILD THE TRAINING COPY - THE TRAINING FILES"
             " WILL BE REPLACED.  Y TO GO ON".
           ACCEPT ANS.
           IF ANS NOT = "Y"
               STOP RUN
           END-IF
           OPEN INPUT ACTFILE GARFILE PATFILE CHARCUR PAYCUR CMNTFILE
             HISFILE AUTHFILE INSFILE.
           OPEN OUTPUT TACTFILE TGARFILE TPATFILE TCHARCUR TPAYCUR
             TCMNTFILE THISFILE TAUTHFILE TINSFILE.
           PERFORM COPY-GAR THRU COPY-GAR-EXIT
           PERFORM COPY-ACT THRU COPY-ACT-EXIT
           PERFORM COPY-PAT THRU COPY-PAT-EXIT
           PERFORM COPY-CHAR THRU COPY-CHAR-EXIT
           PERFORM COPY-PAY THRU COPY-PAY-EXIT
           PERFORM COPY-CMNT THRU COPY-CMNT-EXIT
           PERFORM COPY-HIS THRU COPY-HIS-EXIT
           PERFORM COPY-AUTH THRU COPY-AUTH-EXIT
           PERFORM COPY-INS THRU COPY-INS-EXIT
           GO TO P9.

       COPY-GAR.
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO COPY-GAR-EXIT
           END-START.
       COPY-GAR-1.
           READ GARFILE NEXT
             AT END
               GO TO COPY-GAR-EXIT
           END-READ
           MOVE G-GARNAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO G-GARNAME
           MOVE G-PRNAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO G-PRNAME
           MOVE G-SENAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO G-SENAME
           MOVE G-BILLADD TO STREET-IN
           PERFORM FAKE-STREET THRU FAKE-STREET-EXIT
           MOVE STREET-IN TO G-BILLADD
           MOVE G-STREET TO STREET-IN
           PERFORM FAKE-STREET THRU FAKE-STREET-EXIT
           MOVE STREET-IN TO G-STREET
           MOVE G-PHONE TO PHONE-IN
           PERFORM FAKE-PHONE THRU FAKE-PHONE-EXIT
           MOVE PHONE-IN TO G-PHONE
           MOVE G-DOB TO DOB-IN
           PERFORM FAKE-DOB THRU FAKE-DOB-EXIT
           MOVE DOB-IN TO G-DOB
           MOVE G-PRIPOL TO SCR-TEXT
           PERFORM SCRAMBLE THRU SCRAMBLE-EXIT
           MOVE SCR-TEXT TO G-PRIPOL
           MOVE G-SECPOL TO SCR-TEXT
           PERFORM SCRAMBLE THRU SCRAMBLE-EXIT
           MOVE SCR-TEXT TO G-SECPOL
           WRITE TGARFILE01 FROM GARFILE01
             INVALID
               DISPLAY "TRAINING GARFILE WRITE FAILED " G-GARNO
           END-WRITE
           ADD 1 TO CNT-GAR
           GO TO COPY-GAR-1.
       COPY-GAR-EXIT.
           EXIT.

      *    ACTFILE CARRIES THE SAME PERSON AS GARFILE, SO IT IS
      *    SCRUBBED THE SAME WAY.  NAME-KEY IS THE FRONT OF THE NAME.
       COPY-ACT.
           MOVE LOW-VALUE TO A-ACTNO
           START ACTFILE KEY NOT < A-ACTNO
             INVALID
               GO TO COPY-ACT-EXIT
           END-START.
       COPY-ACT-1.
           READ ACTFILE NEXT
             AT END
               GO TO COPY-ACT-EXIT
           END-READ
           MOVE A-GARNAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO A-GARNAME
           IF NAME-KEY NOT = SPACE
               MOVE A-GN1 TO NAME-KEY
           END-IF
           MOVE A-PRNAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO A-PRNAME
           MOVE A-SENAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO A-SENAME
           MOVE A-BILLADD TO STREET-IN
           PERFORM FAKE-STREET THRU FAKE-STREET-EXIT
           MOVE STREET-IN TO A-BILLADD
           MOVE A-STREET TO STREET-IN
           PERFORM FAKE-STREET THRU FAKE-STREET-EXIT
           MOVE STREET-IN TO A-STREET
           MOVE A-PHONE TO PHONE-IN
           PERFORM FAKE-PHONE THRU FAKE-PHONE-EXIT
           MOVE PHONE-IN TO A-PHONE
           MOVE A-DOB TO DOB-IN
           PERFORM FAKE-DOB THRU FAKE-DOB-EXIT
           MOVE DOB-IN TO A-DOB
           MOVE A-PRIPOL0 TO SCR-TEXT
           PERFORM SCRAMBLE THRU SCRAMBLE-EXIT
           MOVE SCR-TEXT TO A-PRIPOL0
           MOVE A-SECPOL0 TO SCR-TEXT
           PERFORM SCRAMBLE THRU SCRAMBLE-EXIT
           MOVE SCR-TEXT TO A-SECPOL0
           WRITE TACTFILE01 FROM ACTFILE01
             INVALID
               DISPLAY "TRAINING ACTFILE WRITE FAILED " A-ACTNO
           END-WRITE
           ADD 1 TO CNT-ACT
           GO TO COPY-ACT-1.
       COPY-ACT-EXIT.
           EXIT.

       COPY-PAT.
           MOVE LOW-VALUE TO P-PATNO
           START PATFILE KEY NOT < P-PATNO
             INVALID
               GO TO COPY-PAT-EXIT
           END-START.
       COPY-PAT-1.
           READ PATFILE NEXT
             AT END
               GO TO COPY-PAT-EXIT
           END-READ
           MOVE P-PATNAME TO NAME-IN
           PERFORM FAKE-NAME THRU FAKE-NAME-EXIT
           MOVE NAME-OUT TO P-PATNAME
           MOVE P-DOB TO DOB-IN
           PERFORM FAKE-DOB THRU FAKE-DOB-EXIT
           MOVE DOB-IN TO P-DOB
           WRITE TPATFILE01 FROM PATFILE01
             INVALID
               DISPLAY "TRAINING PATFILE WRITE FAILED " P-PATNO
           END-WRITE
           ADD 1 TO CNT-PAT
           GO TO COPY-PAT-1.
       COPY-PAT-EXIT.
           EXIT.

       COPY-CHAR.
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO COPY-CHAR-EXIT
           END-START.
       COPY-CHAR-1.
           READ CHARCUR NEXT
             AT END
               GO TO COPY-CHAR-EXIT
           END-READ
           WRITE TCHARCUR01 FROM CHARCUR01
             INVALID
               DISPLAY "TRAINING CHARCUR WRITE FAILED " CHARCUR-KEY
           END-WRITE
           ADD 1 TO CNT-CHAR
           GO TO COPY-CHAR-1.
       COPY-CHAR-EXIT.
           EXIT.

       COPY-PAY.
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO COPY-PAY-EXIT
           END-START.
       COPY-PAY-1.
           READ PAYCUR NEXT
             AT END
               GO TO COPY-PAY-EXIT
           END-READ
           WRITE TPAYCUR01 FROM PAYCUR01
             INVALID
               DISPLAY "TRAINING PAYCUR WRITE FAILED " PAYCUR-KEY
           END-WRITE
           ADD 1 TO CNT-PAY
           GO TO COPY-PAY-1.
       COPY-PAY-EXIT.
           EXIT.

      *    COMMENTS ARE FREE TEXT AND CAN SAY ANYTHING ABOUT THE
      *    PATIENT, SO EACH ONE IS SWAPPED FOR A STOCK BILLING NOTE.
       COPY-CMNT.
           MOVE LOW-VALUE TO CMNT-KEY
           START CMNTFILE KEY NOT < CMNT-KEY
             INVALID
               GO TO COPY-CMNT-EXIT
           END-START.
       COPY-CMNT-1.
           READ CMNTFILE NEXT
             AT END
               GO TO COPY-CMNT-EXIT
           END-READ
           IF CMNT NOT = SPACE
               MOVE CMNT TO CMNT-IN
               MOVE CMNT-IN TO HASH-IN
               MOVE 80 TO HASH-LEN
               PERFORM HASH-TEXT
               DIVIDE HASH-VAL BY 12 GIVING HASH-Q REMAINDER PICK
               ADD 1 TO PICK
               MOVE FAKE-CMNT(PICK) TO CMNT
           END-IF
           WRITE TCMNTFILE01 FROM CMNTFILE01
             INVALID
               DISPLAY "TRAINING CMNTFILE WRITE FAILED " CMNT-KEY
           END-WRITE
           ADD 1 TO CNT-CMNT
           GO TO COPY-CMNT-1.
       COPY-CMNT-EXIT.
           EXIT.

       COPY-HIS.
           MOVE LOW-VALUE TO HISFILE-KEY
           START HISFILE KEY NOT < HISFILE-KEY
             INVALID
               GO TO COPY-HIS-EXIT
           END-START.
       COPY-HIS-1.
           READ HISFILE NEXT
             AT END
               GO TO COPY-HIS-EXIT
           END-READ
           WRITE THISFILE01 FROM HISFILE01
             INVALID
               DISPLAY "TRAINING HISFILE WRITE FAILED " HISFILE-KEY
           END-WRITE
           ADD 1 TO CNT-HIS
           GO TO COPY-HIS-1.
       COPY-HIS-EXIT.
           EXIT.

       COPY-AUTH.
           MOVE LOW-VALUE TO AUTH-KEY
           START AUTHFILE KEY NOT < AUTH-KEY
             INVALID
               GO TO COPY-AUTH-EXIT
           END-START.
       COPY-AUTH-1.
           READ AUTHFILE NEXT
             AT END
               GO TO COPY-AUTH-EXIT
           END-READ
           MOVE AUTH-NUM TO SCR-TEXT
           PERFORM SCRAMBLE THRU SCRAMBLE-EXIT
           MOVE SCR-TEXT TO AUTH-NUM
           WRITE TAUTHFILE01 FROM AUTHFILE01
             INVALID
               DISPLAY "TRAINING AUTHFILE WRITE FAILED " AUTH-KEY
           END-WRITE
           ADD 1 TO CNT-AUTH
           GO TO COPY-AUTH-1.
       COPY-AUTH-EXIT.
           EXIT.

       COPY-INS.
           MOVE LOW-VALUE TO INS-KEY
           START INSFILE KEY NOT < INS-KEY
             INVALID
               GO TO COPY-INS-EXIT
           END-START.
       COPY-INS-1.
           READ INSFILE NEXT
             AT END
               GO TO COPY-INS-EXIT
           END-READ
           WRITE TINSFILE01 FROM INSFILE01
             INVALID
               DISPLAY "TRAINING INSFILE WRITE FAILED " INS-KEY
           END-WRITE
           ADD 1 TO CNT-INS
           GO TO COPY-INS-1.
       COPY-INS-EXIT.
           EXIT.

      *    NAMES ARE LAST;FIRST;MIDDLE AS THEY COME FROM THE FEED.
      *    LAST AND FIRST ARE REPLACED ONE FOR ONE, SO A FAMILY KEEPS
      *    ONE SURNAME AND A PERSON KEEPS ONE NAME WHETHER THE MIDDLE
      *    INITIAL WAS KEYED OR NOT.
       FAKE-NAME.
           MOVE NAME-IN TO NAME-OUT
           IF NAME-IN = SPACE
               GO TO FAKE-NAME-EXIT
           END-IF
           MOVE SPACE TO NM-LAST NM-FIRST NM-MID NAME-OUT
           UNSTRING NAME-IN DELIMITED BY ";"
             INTO NM-LAST NM-FIRST NM-MID
           MOVE NM-LAST TO HASH-IN
           MOVE 24 TO HASH-LEN
           PERFORM HASH-TEXT
           DIVIDE HASH-VAL BY 40 GIVING HASH-Q REMAINDER PICK
           ADD 1 TO PICK
           MOVE FAKE-LAST(PICK) TO NM-LAST
           IF NM-FIRST = SPACE
               MOVE NM-LAST TO NAME-OUT
               GO TO FAKE-NAME-EXIT
           END-IF
           MOVE NM-FIRST TO HASH-IN
           PERFORM HASH-TEXT
           DIVIDE HASH-VAL BY 40 GIVING HASH-Q REMAINDER PICK
           ADD 1 TO PICK
           MOVE FAKE-FIRST(PICK) TO NM-FIRST
           IF NM-MID = SPACE
               STRING NM-LAST DELIMITED BY SPACE ";" NM-FIRST
                 DELIMITED BY SPACE INTO NAME-OUT
               GO TO FAKE-NAME-EXIT
           END-IF
           MOVE NM-MID TO HASH-IN
           PERFORM HASH-TEXT
           DIVIDE HASH-VAL BY 26 GIVING HASH-Q REMAINDER PICK
           ADD 1 TO PICK
           STRING NM-LAST DELIMITED BY SPACE ";" NM-FIRST
             DELIMITED BY SPACE ";" HASH-ALPHA(PICK:1)
             DELIMITED BY SIZE INTO NAME-OUT.
       FAKE-NAME-EXIT.
           EXIT.

      *    HOUSE NUMBER 100-999 AND A STREET OUT OF THE TABLE.
       FAKE-STREET.
           IF STREET-IN = SPACE
               GO TO FAKE-STREET-EXIT
           END-IF
           MOVE STREET-IN TO HASH-IN
           MOVE 22 TO HASH-LEN
           PERFORM HASH-TEXT
           DIVIDE HASH-VAL BY 900 GIVING HASH-Q REMAINDER ST-NUM
           ADD 100 TO ST-NUM
           DIVIDE HASH-Q BY 20 GIVING HASH-Q REMAINDER PICK
           ADD 1 TO PICK
           MOVE SPACE TO STREET-IN
           STRING ST-NUM " " STREET-NAME(PICK) DELIMITED BY SIZE
             INTO STREET-IN.
       FAKE-STREET-EXIT.
           EXIT.

      *    THE AREA CODE STAYS; THE NUMBER BECOMES A 555 NUMBER.
       FAKE-PHONE.
           IF PHONE-IN = SPACE
               GO TO FAKE-PHONE-EXIT
           END-IF
           MOVE PHONE-IN TO HASH-IN
           MOVE 10 TO HASH-LEN
           PERFORM HASH-TEXT
           DIVIDE HASH-VAL BY 10000 GIVING HASH-Q REMAINDER PH-LAST
           MOVE "555" TO PHONE-IN(4:3)
           MOVE PH-LAST TO PHONE-IN(7:4).
       FAKE-PHONE-EXIT.
           EXIT.

      *    THE YEAR STAYS SO AGES, MEDICARE AND STUDENT RULES STILL
      *    COME OUT RIGHT; MONTH AND DAY ARE REPLACED.  DAY 01-28 SO
      *    EVERY DATE IS A REAL ONE.  BOTH CCYYMMDD AND MMDDCCYY ARE
      *    IN THE FILES FROM THE OLD CONVERSIONS.
       FAKE-DOB.
           IF DOB-IN = SPACE
               GO TO FAKE-DOB-EXIT
           END-IF
           IF DOB-IN NOT NUMERIC
               MOVE DOB-IN TO SCR-TEXT
               PERFORM SCRAMBLE THRU SCRAMBLE-EXIT
               MOVE SCR-TEXT TO DOB-IN
               GO TO FAKE-DOB-EXIT
           END-IF
           MOVE DOB-IN TO HASH-IN
           MOVE 8 TO HASH-LEN
           PERFORM HASH-TEXT
           DIVIDE HASH-VAL BY 12 GIVING HASH-Q REMAINDER DOB-MM
           ADD 1 TO DOB-MM
           DIVIDE HASH-Q BY 28 GIVING HASH-Q REMAINDER DOB-DD
           ADD 1 TO DOB-DD
           IF DOB-IN(1:2) = "19" OR DOB-IN(1:2) = "20"
               MOVE DOB-MM TO DOB-IN(5:2)
               MOVE DOB-DD TO DOB-IN(7:2)
           ELSE
               MOVE DOB-MM TO DOB-IN(1:2)
               MOVE DOB-DD TO DOB-IN(3:2)
           END-IF.
       FAKE-DOB-EXIT.
           EXIT.

      *    POLICY AND AUTHORIZATION NUMBERS KEEP THEIR SHAPE - A DIGIT
      *    STAYS A DIGIT AND A LETTER A LETTER, SO PAYER EDITS ON THE
      *    NUMBER FORMAT STILL PASS - BUT EVERY CHARACTER IS SHIFTED
      *    BY AN AMOUNT WORKED OUT FROM THE WHOLE NUMBER.
       SCRAMBLE.
           IF SCR-TEXT = SPACE
               GO TO SCRAMBLE-EXIT
           END-IF
           MOVE SCR-TEXT TO HASH-IN
           MOVE 16 TO HASH-LEN
           PERFORM HASH-TEXT
           MOVE HASH-VAL TO SCR-SEED
           PERFORM SCRAMBLE-CHAR VARYING SCR-LEN FROM 1 BY 1
             UNTIL SCR-LEN > 16.
       SCRAMBLE-EXIT.
           EXIT.

       SCRAMBLE-CHAR.
           MOVE SCR-TEXT(SCR-LEN:1) TO HASH-CH
           MOVE 0 TO HASH-POS
           INSPECT HASH-ALPHA TALLYING HASH-POS
             FOR CHARACTERS BEFORE INITIAL HASH-CH
           IF HASH-POS < 26
               COMPUTE SCR-WORK = HASH-POS + SCR-SEED + SCR-LEN * 7
               DIVIDE SCR-WORK BY 26 GIVING HASH-Q REMAINDER HASH-POS
               MOVE HASH-ALPHA(HASH-POS + 1:1) TO SCR-TEXT(SCR-LEN:1)
           END-IF
           IF HASH-POS > 25 AND HASH-POS < 36
               COMPUTE SCR-WORK = HASH-POS + SCR-SEED + SCR-LEN * 7
               DIVIDE SCR-WORK BY 10 GIVING HASH-Q REMAINDER HASH-POS
               MOVE HASH-ALPHA(HASH-POS + 27:1) TO SCR-TEXT(SCR-LEN:1)
           END-IF.

      *    A NUMBER FROM 0 TO 999982 WORKED OUT FROM THE FIRST
      *    HASH-LEN CHARACTERS OF HASH-IN.  THE SAME TEXT ALWAYS
      *    GIVES THE SAME NUMBER.
       HASH-TEXT.
           MOVE 0 TO HASH-VAL
           PERFORM HASH-CHAR VARYING HASH-X FROM 1 BY 1
             UNTIL HASH-X > HASH-LEN.

       HASH-CHAR.
           MOVE HASH-IN(HASH-X:1) TO HASH-CH
           MOVE 0 TO HASH-POS
           INSPECT HASH-ALPHA TALLYING HASH-POS
             FOR CHARACTERS BEFORE INITIAL HASH-CH
           COMPUTE HASH-WORK = HASH-VAL * 37 + HASH-POS + HASH-X
           DIVIDE HASH-WORK BY 999983 GIVING HASH-Q
             REMAINDER HASH-VAL.

       P9.
           DISPLAY "TRAINING COPY WRITTEN".
           DISPLAY "GARFILE  " CNT-GAR "  ACTFILE  " CNT-ACT
             "  PATFILE  " CNT-PAT.
           DISPLAY "CHARCUR  " CNT-CHAR "  PAYCUR   " CNT-PAY
             "  HISFILE  " CNT-HIS.
           DISPLAY "CMNTFILE " CNT-CMNT "  AUTHFILE " CNT-AUTH
             "  INSFILE  " CNT-INS.
           CLOSE ACTFILE GARFILE PATFILE CHARCUR PAYCUR CMNTFILE
             HISFILE AUTHFILE INSFILE.
           CLOSE TACTFILE TGARFILE TPATFILE TCHARCUR TPAYCUR
             TCMNTFILE THISFILE TAUTHFILE TINSFILE.
           STOP RUN.
