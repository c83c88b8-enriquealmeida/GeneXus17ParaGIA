                MOVE CURRMST-ROUND  TO GX-CUR-T-RND  (GX-CUR-CNT)
                MOVE CURRMST-MAXAGE TO GX-CUR-T-MAXAGE
                                       (GX-CUR-CNT)
                MOVE CURRMST-MAJOR-WORD TO GX-CUR-T-MAJOR
                                           (GX-CUR-CNT)
                MOVE CURRMST-MINOR-WORD TO GX-CUR-T-MINOR
                                           (GX-CUR-CNT)
             END-IF
       END-READ
    END-PERFORM
