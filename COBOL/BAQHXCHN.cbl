              WHEN 'RENM'
              WHEN 'UNDO'
              WHEN 'RBAK'
              WHEN 'DORG'
                 CONTINUE
              WHEN OTHER
                 GO TO BAA-020
