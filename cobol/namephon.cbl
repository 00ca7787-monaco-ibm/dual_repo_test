       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEPHON.
      *****************************************************************
      *                                                               *
      *   Shared phonetic-key subprogram. Reduces a last name and a   *
      *   first name to the sound-alike codes the master carries so   *
      *   a name can be found on line without knowing its exact       *
      *   spelling (SMITH / SMYTHE / SCHMIDT, JON / JOHN / JOAN).     *
      *                                                               *
      *   Rules (the classic American sound-alike code): the code is  *
      *   the first letter of the name followed by three digits for   *
      *   the consonants that follow it -                             *
      *                                                               *
      *     B F P V          1      L                4                *
      *     C G J K Q S X Z  2      M N              5                *
      *     D T              3      R                6                *
      *                                                               *
      *   A E I O U Y are not coded but separate two consonants with  *
      *   the same digit, so both are kept; H and W are not coded     *
      *   and do not separate. Adjacent consonants with the same      *
      *   digit, including the first letter's own, are coded once.    *
      *   Anything that is not a letter (space, hyphen, apostrophe)   *
      *   is skipped, so VAN DER BERG codes as VANDERBERG. Short      *
      *   codes are padded with zeros; a name with no letter at all   *
      *   gives a blank code. Case does not matter.                   *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
      /
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CONSTANTS.
           05  WS-UPPER-ALPHA             PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  WS-LOWER-ALPHA             PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
      *    One digit per letter of WS-UPPER-ALPHA: 0 = vowel
      *    (separates), 9 = H or W (ignored, does not separate).
           05  WS-LETTER-CODES            PIC X(26) VALUE
               "01230129022455012623019202".

       01  WS-WORK-AREA.
           05  WS-WORK-NAME               PIC X(20).
           05  WS-WORK-CODES              PIC X(20).
           05  WS-WORK-KEY                PIC X(4).
           05  WS-KEY-LEN                 PIC 9(1)  VALUE 0.
           05  WS-I                       PIC 9(2)  VALUE 0.
           05  WS-PREV-CODE               PIC X(1)  VALUE SPACE.
      /
       LINKAGE SECTION.
       01  NAMEPHON-PARM.
           COPY NAMEPHNL REPLACING ==:PFX:== BY ==NPH==.
      /
       PROCEDURE DIVISION USING NAMEPHON-PARM.
       Main.
           MOVE NPH-IN-LASTNAME TO WS-WORK-NAME
           PERFORM Build-Work-Key
           MOVE WS-WORK-KEY TO NPH-OUT-LAST-KEY
           MOVE NPH-IN-FIRSTNAME TO WS-WORK-NAME
           PERFORM Build-Work-Key
           MOVE WS-WORK-KEY TO NPH-OUT-FIRST-KEY
           GOBACK.

      *    WS-WORK-CODES is the name with every letter replaced by
      *    its digit; the name itself is kept alongside to tell a
      *    letter from anything else and to supply the first
      *    letter of the code.
       Build-Work-Key.
           MOVE SPACES TO WS-WORK-KEY
           MOVE 0 TO WS-KEY-LEN
           MOVE SPACE TO WS-PREV-CODE
           INSPECT WS-WORK-NAME
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE WS-WORK-NAME TO WS-WORK-CODES
           INSPECT WS-WORK-CODES
               CONVERTING WS-UPPER-ALPHA TO WS-LETTER-CODES
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 20 OR WS-KEY-LEN = 4
               IF WS-WORK-NAME(WS-I:1) IS ALPHABETIC-UPPER AND
                       WS-WORK-NAME(WS-I:1) NOT = SPACE
                   PERFORM Code-One-Letter
               END-IF
           END-PERFORM
           IF WS-KEY-LEN > 0
               INSPECT WS-WORK-KEY REPLACING ALL SPACE BY "0"
           END-IF.

       Code-One-Letter.
           IF WS-KEY-LEN = 0
               MOVE WS-WORK-NAME(WS-I:1) TO WS-WORK-KEY(1:1)
               MOVE 1 TO WS-KEY-LEN
               MOVE WS-WORK-CODES(WS-I:1) TO WS-PREV-CODE
           ELSE
               EVALUATE WS-WORK-CODES(WS-I:1)
                   WHEN "0"
                       MOVE "0" TO WS-PREV-CODE
                   WHEN "9"
                       CONTINUE
                   WHEN WS-PREV-CODE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-KEY-LEN
                       MOVE WS-WORK-CODES(WS-I:1)
                           TO WS-WORK-KEY(WS-KEY-LEN:1)
                       MOVE WS-WORK-CODES(WS-I:1) TO WS-PREV-CODE
               END-EVALUATE
           END-IF.

       END PROGRAM NAMEPHON.
