      *> Shared layout for PrepRecipe.dat -- the raw ingredient lines behind
      *> each prepared ingredient (sauce, dough, dressing) made in batches.
      *> A menu recipe on Recipe.dat names the prepared ingredient like any
      *> other; PRODLOG turns raw stock into prepared stock batch by batch.
       01 PrepRecipeData.
           02 SR-Prepared PIC X(20). *> same spelling as RC-Ingredient and IS-Ingredient
           02 SR-BatchYield PIC 9(5)V99. *> recipe units one batch makes -- carried on every line of the prep
           02 SR-Ingredient PIC X(20). *> the raw ingredient drawn off IngStock.dat
           02 SR-UnitCost PIC 9(3)V99. *> cost per unit of the raw ingredient
           02 SR-QtyPerBatch PIC 9(5)V99. *> raw units one batch takes
