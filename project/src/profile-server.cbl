           01 VIEW-DISPLAY-NAME PIC X(20).
           01 VIEW-VAULT-ROLE PIC X(20).
           01 VIEW-BIO PIC X(60).
           01 VIEW-SCORE PIC X(10).
           01 VIEW-OANDX-RATING PIC X(10).
           01 VIEW-CARAVAN-RATING PIC X(10).
           01 WS-OANDX-GAME PIC X(8) VALUE "OANDX".
           01 WS-CARAVAN-GAME PIC X(8) VALUE "CARAVAN".

           01 WS-DIR-COUNT PIC 9 VALUE 0.
           01 WS-DIR-TABLE.
                   10 WS-DIR-USERNAME PIC X(16).
                   10 WS-DIR-DISPLAY PIC X(20).
                   10 WS-DIR-ROLE PIC X(20).
                   10 WS-DIR-SCORE PIC X(10).
           01 WS-DIR-IDX PIC 9.

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
               05 LINE 8 COL 20 VALUE
                   "Member           Display name         Vault role"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 80 VALUE "Trading"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(16) USING WS-DIR-USERNAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 37 PIC X(20) USING WS-DIR-DISPLAY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 59 PIC X(20) USING WS-DIR-ROLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 80 PIC X(10) USING WS-DIR-SCORE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(16) USING WS-DIR-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 37 PIC X(20) USING WS-DIR-DISPLAY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 59 PIC X(20) USING WS-DIR-ROLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 80 PIC X(10) USING WS-DIR-SCORE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(16) USING WS-DIR-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 37 PIC X(20) USING WS-DIR-DISPLAY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 59 PIC X(20) USING WS-DIR-ROLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 80 PIC X(10) USING WS-DIR-SCORE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(16) USING WS-DIR-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 37 PIC X(20) USING WS-DIR-DISPLAY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 59 PIC X(20) USING WS-DIR-ROLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 80 PIC X(10) USING WS-DIR-SCORE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(16) USING WS-DIR-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 37 PIC X(20) USING WS-DIR-DISPLAY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 59 PIC X(20) USING WS-DIR-ROLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 80 PIC X(10) USING WS-DIR-SCORE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(16) USING WS-DIR-USERNAME(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 37 PIC X(20) USING WS-DIR-DISPLAY(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 59 PIC X(20) USING WS-DIR-ROLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 80 PIC X(10) USING WS-DIR-SCORE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(16) USING WS-DIR-USERNAME(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 37 PIC X(20) USING WS-DIR-DISPLAY(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 59 PIC X(20) USING WS-DIR-ROLE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 80 PIC X(10) USING WS-DIR-SCORE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(16) USING WS-DIR-USERNAME(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 37 PIC X(20) USING WS-DIR-DISPLAY(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 59 PIC X(20) USING WS-DIR-ROLE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 80 PIC X(10) USING WS-DIR-SCORE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "View member: "
                   FOREGROUND-COLOR IS 2.
               05 VIEW-USERNAME-FIELD LINE 18 COL 33 PIC X(16)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 12 COL 80 PIC X(20) USING WS-BADGE(3)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 13 COL 25 VALUE "Trading:  "
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 36 PIC X(10) USING VIEW-SCORE
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 25 VALUE "O and X:  "
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 36 PIC X(10) USING VIEW-OANDX-RATING
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 50 VALUE "Caravan: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 60 PIC X(10) USING VIEW-CARAVAN-RATING
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 25 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 PROFILE-VIEW-FIELD LINE 16 COL 31 PIC X
                   USING DIRECTORY-CHOICE.

           01 PROFILE-EDIT-SCREEN.
           IF WS-DIR-COUNT = 0
               MOVE "NO MEMBERS MATCHED" TO DIRECTORY-RESULT-MESSAGE
           END-IF.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
             UNTIL WS-DIR-IDX > WS-DIR-COUNT
               CALL 'get-trading-score' USING
                 WS-DIR-USERNAME(WS-DIR-IDX) WS-DIR-SCORE(WS-DIR-IDX)
           END-PERFORM.

       0154-VIEW-PROFILE.
           MOVE 0 TO WS-PROFILE-FOUND.
               MOVE "NO SUCH PROFILE" TO DIRECTORY-RESULT-MESSAGE
           ELSE
               PERFORM 0155-LOAD-BADGES
               CALL 'get-trading-score' USING VIEW-USERNAME
                 VIEW-SCORE
               CALL 'get-game-rating' USING VIEW-USERNAME
                 WS-OANDX-GAME VIEW-OANDX-RATING
               CALL 'get-game-rating' USING VIEW-USERNAME
                 WS-CARAVAN-GAME VIEW-CARAVAN-RATING
               INITIALIZE DIRECTORY-CHOICE
               DISPLAY PROFILE-VIEW-SCREEN
               ACCEPT PROFILE-VIEW-FIELD
