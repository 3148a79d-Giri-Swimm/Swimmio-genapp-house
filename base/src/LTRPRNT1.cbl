               WHEN "22"
                   MOVE "A DEATH CLAIM PAYMENT WAS ISSUED"
                       TO WS-CHANGE-WORDING
               WHEN "24"
                   MOVE "YOUR PREMIUM PAYMENT MODE WAS CHANGED"
                       TO WS-CHANGE-WORDING
               WHEN "25"
                   MOVE "HOSPITAL CONFINEMENT BENEFITS WERE PAID"
                       TO WS-CHANGE-WORDING
               WHEN "RF"
                   MOVE "UNEARNED PREMIUM WILL BE REFUNDED BY CHECK"
                       TO WS-CHANGE-WORDING
               WHEN "AT"
                   MOVE "YOUR AGENT OF RECORD HAS CHANGED"
                       TO WS-CHANGE-WORDING
               WHEN OTHER
                   MOVE SW-CHANGE-DESCRIPTION TO WS-CHANGE-WORDING
           END-EVALUATE.
