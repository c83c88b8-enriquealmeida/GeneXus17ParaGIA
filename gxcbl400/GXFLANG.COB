             SET GX-LANG-EOF TO TRUE
          NOT AT END
             IF TXTTBL-LANG = GX-LANG-CODE AND
                GX-LANG-CNT LESS 200
                ADD 1 TO GX-LANG-CNT
                MOVE TXTTBL-TEXT-ID TO
                     GX-LANG-T-ID   (GX-LANG-CNT)
